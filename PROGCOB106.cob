       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB106.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = FECHAMENTO DE CAIXA POR TURNO - CONTAGEM
      *            DE DINHEIRO E COMPROVANTES DE CARTAO POR
      *            OPERADOR E CAIXA (FECHCX.DAT)
      * DATA = XX/XX/XXXX
      * 170 - A LOJA DIGITA, NA DATA DE NEGOCIO ABERTA, O
      *       FUNDO DE TROCO, O DINHEIRO CONTADO NA GAVETA
      *       E O TOTAL DOS COMPROVANTES DE CARTAO DE CADA
      *       OPERADOR/CAIXA. CORRECAO DE FECHAMENTO JA
      *       DIGITADO REGRAVA O REGISTRO COM JORNAL. O
      *       CONFRONTO COM METPAG.DAT E FEITO NO PROGCOB107
      * 224 - FECHAMENTO RECUSADO (LOJA, OPERADOR OU CAIXA
      *       INVALIDO, FUNDO MAIOR QUE O DINHEIRO) GERA
      *       EXCECAO E061; CORRECAO SEM FECHAMENTO OU NOVO
      *       FECHAMENTO JA DIGITADO GERA EXCECAO E062
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECHCX-FILE ASSIGN TO 'FECHCX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FCX-CHAVE
               FILE STATUS IS WRK-FS-FECHCX.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WRK-FS-MASTER.
           SELECT PERMS-FILE ASSIGN TO 'PERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERM-USER
               FILE STATUS IS WRK-FS-PERMS.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT EXCEPTION-FILE ASSIGN TO 'EXCPT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  FECHCX-FILE.
           COPY 'FCXREC.cob'.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  EXCEPTION-FILE.
           COPY 'EXCPREC.cob'.
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
       77 WRK-FS-FECHCX   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-FECHCX==.
       77 WRK-FS-MASTER   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-FS-PERMS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-EXCPT    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-EXCPT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-EXC-CODIGO      PIC X(04) VALUE SPACES.
       77 WRK-EXC-DESCRICAO   PIC X(40) VALUE SPACES.
       77 WRK-USER      PIC 9(02) VALUE ZEROS.
       77 WRK-PIN       PIC 9(04) VALUE ZEROS.
       77 WRK-SW-ACESSO PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-OK VALUE 'S'.
       77 WRK-OPCAO     PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-NOVO     VALUE 'N'.
           88 WRK-OPCAO-CORRIGE  VALUE 'C'.
           88 WRK-OPCAO-FIM      VALUE 'X'.
       77 WRK-CONTADOR  PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-LOJA      PIC 9(03) VALUE ZEROS.
       77 WRK-CAIXA     PIC 9(03) VALUE ZEROS.
       77 WRK-OPERADOR  PIC 9(03) VALUE ZEROS.
       77 WRK-FUNDO     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DINHEIRO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CARTAO    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MASTER-TIPO   PIC X(01) VALUE SPACES.
       77 WRK-MASTER-CODIGO PIC 9(03) VALUE ZEROS.
       77 WRK-SW-MASTER PIC X(01) VALUE 'N'.
           88 WRK-MASTER-VALIDO VALUE 'S'.
       77 WRK-SW-DADOS  PIC X(01) VALUE 'N'.
           88 WRK-DADOS-OK VALUE 'S'.
       01 WRK-AUTORIZACAO.
           02 WRK-AUT-USER      PIC 9(02).
           02 WRK-AUT-FUNCAO    PIC X(04).
           02 WRK-AUT-RESULTADO PIC X(01).
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       77 WRK-JRN-ARQUIVO  PIC X(08) VALUE SPACES.
       77 WRK-JRN-OPER     PIC X(02) VALUE SPACES.
       77 WRK-JRN-ANTES    PIC X(60) VALUE SPACES.
       77 WRK-JRN-DEPOIS   PIC X(60) VALUE SPACES.
       77 WRK-HORA-INICIO  PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM     PIC 9(06) VALUE ZEROS.
       77 WRK-SEG-INICIO   PIC 9(07) VALUE ZEROS.
       77 WRK-SEG-FIM      PIC 9(07) VALUE ZEROS.
       77 WRK-SEG-DECORR   PIC S9(07) VALUE ZEROS.
       77 WRK-TMP-HH       PIC 9(02) VALUE ZEROS.
       77 WRK-TMP-MM       PIC 9(02) VALUE ZEROS.
       77 WRK-TMP-SS       PIC 9(02) VALUE ZEROS.
       77 WRK-TMP-RESTO    PIC 9(04) VALUE ZEROS.
       77 WRK-OPLOG-TEMPO  PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-ACESSO-OK
                   PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-FIM
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND EXCEPTION-FILE.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO NOT = 'S'
                   DISPLAY 'SEM DATA DE NEGOCIO ABERTA - '
                           'FECHAMENTO DE CAIXA RECUSADO'
           ELSE
                   MOVE WRK-BD-DATA TO WRK-DATA-HOJE
                   DISPLAY 'FECHAMENTO DE CAIXA - OPERADOR: '
                   ACCEPT  WRK-USER FROM CONSOLE
                   DISPLAY 'PIN DE ACESSO: '
                   ACCEPT  WRK-PIN FROM CONSOLE
                   PERFORM 0110-VALIDAR-ACESSO
                   IF NOT WRK-ACESSO-OK
                           DISPLAY 'OPERADOR SEM PERMISSAO PARA '
                                   'FECHAMENTO DE CAIXA'
                   ELSE
                           PERFORM 0120-OBTER-OPCAO
                   END-IF
           END-IF.
       0110-VALIDAR-ACESSO.
           MOVE 'N' TO WRK-SW-ACESSO.
           OPEN INPUT PERMS-FILE.
           IF WRK-FS-PERMS-OK
                   MOVE WRK-USER TO PERM-USER
                   READ PERMS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PERM-PIN = WRK-PIN
                                   MOVE 'S' TO WRK-SW-ACESSO
                           END-IF
                   END-READ
                   CLOSE PERMS-FILE
           END-IF.
           IF WRK-ACESSO-OK
                   MOVE WRK-USER TO WRK-AUT-USER
                   MOVE 'FCXA'   TO WRK-AUT-FUNCAO
                   CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                   IF WRK-AUT-RESULTADO NOT = 'S'
                           MOVE 'N' TO WRK-SW-ACESSO
                           DISPLAY 'FUNCAO FCXA NAO AUTORIZADA '
                                   'NA MATRIZ'
                   END-IF
           END-IF.
       0120-OBTER-OPCAO.
           DISPLAY 'OPCAO (N=NOVO FECHAMENTO C=CORRIGIR X=FIM): '.
           ACCEPT  WRK-OPCAO FROM CONSOLE.
       0200-PROCESSAR.
           EVALUATE TRUE
                   WHEN WRK-OPCAO-NOVO
                   WHEN WRK-OPCAO-CORRIGE
                             PERFORM 0210-OBTER-FECHAMENTO
                             IF WRK-DADOS-OK
                                     PERFORM 0230-GRAVAR-FECHAMENTO
                             END-IF
                   WHEN OTHER
                             DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           IF NOT WRK-OPCAO-FIM
                   PERFORM 0120-OBTER-OPCAO
           END-IF.
       0210-OBTER-FECHAMENTO.
           MOVE 'S' TO WRK-SW-DADOS.
           DISPLAY 'LOJA: '.
           ACCEPT  WRK-LOJA FROM CONSOLE.
           DISPLAY 'CAIXA (TERMINAL): '.
           ACCEPT  WRK-CAIXA FROM CONSOLE.
           DISPLAY 'OPERADOR DE CAIXA (FUNCIONARIO): '.
           ACCEPT  WRK-OPERADOR FROM CONSOLE.
           MOVE 'L'      TO WRK-MASTER-TIPO.
           MOVE WRK-LOJA TO WRK-MASTER-CODIGO.
           PERFORM 0220-CONSULTAR-MESTRE.
           IF NOT WRK-MASTER-VALIDO
                   DISPLAY 'LOJA INEXISTENTE OU INATIVA'
                   MOVE 'N' TO WRK-SW-DADOS
                   MOVE 'E061' TO WRK-EXC-CODIGO
                   MOVE 'FECHAMENTO COM LOJA INVALIDA'
                                TO WRK-EXC-DESCRICAO
                   PERFORM 0290-REGISTRAR-EXCECAO
           END-IF.
           MOVE 'E'          TO WRK-MASTER-TIPO.
           MOVE WRK-OPERADOR TO WRK-MASTER-CODIGO.
           PERFORM 0220-CONSULTAR-MESTRE.
           IF NOT WRK-MASTER-VALIDO
                   DISPLAY 'OPERADOR NAO CADASTRADO OU INATIVO'
                   MOVE 'N' TO WRK-SW-DADOS
                   MOVE 'E061' TO WRK-EXC-CODIGO
                   MOVE 'FECHAMENTO COM OPERADOR INVALIDO'
                                TO WRK-EXC-DESCRICAO
                   PERFORM 0290-REGISTRAR-EXCECAO
           END-IF.
           IF WRK-CAIXA = ZEROS
                   DISPLAY 'CAIXA INVALIDO'
                   MOVE 'N' TO WRK-SW-DADOS
                   MOVE 'E061' TO WRK-EXC-CODIGO
                   MOVE 'FECHAMENTO COM CAIXA INVALIDO'
                                TO WRK-EXC-DESCRICAO
                   PERFORM 0290-REGISTRAR-EXCECAO
           END-IF.
           IF WRK-DADOS-OK
                   DISPLAY 'FUNDO DE TROCO NA ABERTURA: '
                   ACCEPT  WRK-FUNDO FROM CONSOLE
                   DISPLAY 'DINHEIRO CONTADO NA GAVETA: '
                   ACCEPT  WRK-DINHEIRO FROM CONSOLE
                   DISPLAY 'TOTAL DOS COMPROVANTES DE CARTAO: '
                   ACCEPT  WRK-CARTAO FROM CONSOLE
                   IF WRK-FUNDO > WRK-DINHEIRO
                           DISPLAY 'FUNDO DE TROCO MAIOR QUE O '
                                   'DINHEIRO CONTADO'
                           MOVE 'N' TO WRK-SW-DADOS
                           MOVE 'E061' TO WRK-EXC-CODIGO
                           MOVE 'FUNDO DE TROCO MAIOR QUE O DINHEIRO'
                                        TO WRK-EXC-DESCRICAO
                           PERFORM 0290-REGISTRAR-EXCECAO
                   END-IF
           END-IF.
       0220-CONSULTAR-MESTRE.
           MOVE 'N' TO WRK-SW-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WRK-FS-MASTER-OK
                   MOVE WRK-MASTER-TIPO   TO MASTER-TIPO
                   MOVE WRK-MASTER-CODIGO TO MASTER-CODIGO
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MASTER-ATIVO-SIM
                                   MOVE 'S' TO WRK-SW-MASTER
                           END-IF
                   END-READ
           END-IF.
           CLOSE MASTER-FILE.
       0230-GRAVAR-FECHAMENTO.
           OPEN I-O FECHCX-FILE.
           IF WRK-FS-FECHCX-ARQ-INEXISTENTE
                   CLOSE FECHCX-FILE
                   OPEN OUTPUT FECHCX-FILE
                   CLOSE FECHCX-FILE
                   OPEN I-O FECHCX-FILE
           END-IF.
           MOVE WRK-LOJA      TO FCX-LOJA.
           MOVE WRK-DATA-HOJE TO FCX-DATA.
           MOVE WRK-CAIXA     TO FCX-CAIXA.
           MOVE WRK-OPERADOR  TO FCX-OPERADOR.
           READ FECHCX-FILE
               INVALID KEY
                   IF WRK-OPCAO-CORRIGE
                           DISPLAY 'FECHAMENTO NAO ENCONTRADO PARA '
                                   'CORRECAO'
                           MOVE 'E062' TO WRK-EXC-CODIGO
                           MOVE 'CORRECAO SEM FECHAMENTO DIGITADO'
                                        TO WRK-EXC-DESCRICAO
                           PERFORM 0290-REGISTRAR-EXCECAO
                   ELSE
                           MOVE SPACES TO WRK-JRN-ANTES
                           PERFORM 0235-MONTAR-FECHAMENTO
                           WRITE FCX-REGISTRO
                           MOVE 'WR' TO WRK-JRN-OPER
                           PERFORM 0238-CONCLUIR-GRAVACAO
                   END-IF
               NOT INVALID KEY
                   IF WRK-OPCAO-NOVO
                           DISPLAY 'CAIXA/OPERADOR JA FECHADO NA '
                                   'DATA - USE A CORRECAO'
                           MOVE 'E062' TO WRK-EXC-CODIGO
                           MOVE 'FECHAMENTO JA DIGITADO NA DATA'
                                        TO WRK-EXC-DESCRICAO
                           PERFORM 0290-REGISTRAR-EXCECAO
                   ELSE
                           MOVE FCX-REGISTRO TO WRK-JRN-ANTES
                           PERFORM 0235-MONTAR-FECHAMENTO
                           REWRITE FCX-REGISTRO
                           MOVE 'RW' TO WRK-JRN-OPER
                           PERFORM 0238-CONCLUIR-GRAVACAO
                   END-IF
           END-READ.
           CLOSE FECHCX-FILE.
       0235-MONTAR-FECHAMENTO.
           MOVE WRK-FUNDO     TO FCX-FUNDO.
           MOVE WRK-DINHEIRO  TO FCX-DINHEIRO.
           MOVE WRK-CARTAO    TO FCX-CARTAO.
           MOVE WRK-USER      TO FCX-DIGITADOR.
           ACCEPT FCX-HORA FROM TIME.
       0238-CONCLUIR-GRAVACAO.
           MOVE FCX-REGISTRO TO WRK-JRN-DEPOIS.
           MOVE 'FECHCX'     TO WRK-JRN-ARQUIVO.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-CONTADOR.
           DISPLAY 'FECHAMENTO GRAVADO - LOJA ' WRK-LOJA
                   ' CAIXA ' WRK-CAIXA ' OPERADOR ' WRK-OPERADOR.
       0300-FINALIZAR.
           CLOSE EXCEPTION-FILE.
           DISPLAY 'FECHAMENTOS DE CAIXA GRAVADOS ===> '
                   WRK-CONTADOR.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0098-GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE.
           IF WRK-FS-JORNAL-ARQ-INEXISTENTE
                   CLOSE JORNAL-FILE
                   OPEN OUTPUT JORNAL-FILE
           END-IF.
           MOVE SPACES TO JRN-REGISTRO.
           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE 'PROGCOB106'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0290-REGISTRAR-EXCECAO.
           MOVE 'PROGCOB106' TO EXC-PROGRAMA.
           ACCEPT EXC-DATA FROM DATE YYYYMMDD.
           ACCEPT EXC-HORA FROM TIME.
           MOVE WRK-EXC-CODIGO    TO EXC-CODIGO.
           MOVE WRK-EXC-DESCRICAO TO EXC-DESCRICAO.
           WRITE EXC-LINHA-REL.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB106' TO OPLOG-PROGRAMA.
           ACCEPT OPLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT OPLOG-HORA FROM TIME.
           PERFORM 0095-CALCULAR-TEMPO.
           MOVE WRK-OPLOG-TEMPO      TO OPLOG-TEMPO.
           MOVE WRK-CONTADOR         TO OPLOG-QTDE.
           MOVE 'CONCLUIDO'          TO OPLOG-STATUS.
           WRITE OPLOG-LINHA.
       0094-REGISTRAR-OPLOG-INICIO.
           MOVE SPACES TO OPLOG-LINHA.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           MOVE 'PROGCOB106' TO OPLOG-PROGRAMA.
           ACCEPT OPLOG-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO TO OPLOG-HORA.
           MOVE ZEROS           TO OPLOG-QTDE.
           MOVE 'INICIADO'      TO OPLOG-STATUS.
           MOVE ZEROS           TO OPLOG-TEMPO.
           WRITE OPLOG-LINHA.
       0095-CALCULAR-TEMPO.
           ACCEPT WRK-HORA-FIM FROM TIME.
           DIVIDE WRK-HORA-INICIO BY 10000 GIVING WRK-TMP-HH
                   REMAINDER WRK-TMP-RESTO.
           DIVIDE WRK-TMP-RESTO BY 100 GIVING WRK-TMP-MM
                   REMAINDER WRK-TMP-SS.
           COMPUTE WRK-SEG-INICIO = (WRK-TMP-HH * 3600)
                   + (WRK-TMP-MM * 60) + WRK-TMP-SS.
           DIVIDE WRK-HORA-FIM BY 10000 GIVING WRK-TMP-HH
                   REMAINDER WRK-TMP-RESTO.
           DIVIDE WRK-TMP-RESTO BY 100 GIVING WRK-TMP-MM
                   REMAINDER WRK-TMP-SS.
           COMPUTE WRK-SEG-FIM = (WRK-TMP-HH * 3600)
                   + (WRK-TMP-MM * 60) + WRK-TMP-SS.
           COMPUTE WRK-SEG-DECORR = WRK-SEG-FIM - WRK-SEG-INICIO.
           IF WRK-SEG-DECORR < 0
                   ADD 86400 TO WRK-SEG-DECORR
           END-IF.
           DIVIDE WRK-SEG-DECORR BY 3600 GIVING WRK-TMP-HH
                   REMAINDER WRK-TMP-RESTO.
           DIVIDE WRK-TMP-RESTO BY 60 GIVING WRK-TMP-MM
                   REMAINDER WRK-TMP-SS.
           COMPUTE WRK-OPLOG-TEMPO = (WRK-TMP-HH * 10000)
                   + (WRK-TMP-MM * 100) + WRK-TMP-SS.
