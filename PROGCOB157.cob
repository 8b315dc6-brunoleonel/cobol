       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB157.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = MANUTENCAO ON-LINE DOS CONTRATOS DE
      *            FRANQUIA (FRANQUIA.DAT)
      * DATA = XX/XX/XXXX
      * 204 - INCLUI/ALTERA O CONTRATO DA LOJA FRANQUIA
      *       (MODELO 'F' NO MESTRE): FRANQUEADO NO
      *       CUSTMST.DAT, PERCENTUAIS DE ROYALTY E FUNDO
      *       DE MARKETING, TAXA MINIMA MENSAL, VIGENCIA E
      *       PRAZO DE VENCIMENTO; OPERADOR COM A FUNCAO
      *       'FRAN' DA MATRIZ (PROGCOB21), COM JORNAL
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMS-FILE ASSIGN TO 'PERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERM-USER
               FILE STATUS IS WRK-FS-PERMS.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WRK-FS-MASTER.
           SELECT CUSTMST-FILE ASSIGN TO 'CUSTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-CUSTMST.
           SELECT FRANQUIA-FILE ASSIGN TO 'FRANQUIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRQ-LOJA
               FILE STATUS IS WRK-FS-FRANQUIA.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  CUSTMST-FILE.
           COPY 'CUSTREC.cob'.
       FD  FRANQUIA-FILE.
           COPY 'FRQREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
       77 WRK-FS-PERMS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-FS-MASTER   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-FS-CUSTMST  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTMST==.
       77 WRK-FS-FRANQUIA PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-FRANQUIA==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-USER        PIC 9(02) VALUE ZEROS.
       77 WRK-PIN         PIC 9(04) VALUE ZEROS.
       77 WRK-SW-ACESSO   PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-OK VALUE 'S'.
       01 WRK-AUTORIZACAO.
           02 WRK-AUT-USER      PIC 9(02).
           02 WRK-AUT-FUNCAO    PIC X(04).
           02 WRK-AUT-RESULTADO PIC X(01).
       77 WRK-LOJA        PIC 9(03) VALUE ZEROS.
       77 WRK-NOME-LOJA   PIC X(20) VALUE SPACES.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-MANUTENCAO VALUE 'S'.
       77 WRK-SW-EXISTE   PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-EXISTE VALUE 'S'.
       77 WRK-SW-LOJA     PIC X(01) VALUE 'N'.
           88 WRK-LOJA-FRANQUIA VALUE 'S'.
       77 WRK-SW-CLIENTE  PIC X(01) VALUE 'N'.
           88 WRK-CLIENTE-VALIDO VALUE 'S'.
       77 WRK-SW-DADOS    PIC X(01) VALUE 'N'.
           88 WRK-DADOS-VALIDOS VALUE 'S'.
       01 WRK-DATA-VAL.
           02 WRK-DV-DATA       PIC 9(08).
           02 WRK-DV-VALIDA     PIC X(01).
           02 WRK-DV-DIA-SEMANA PIC 9(01).
       77 WRK-JRN-ARQUIVO PIC X(08) VALUE SPACES.
       77 WRK-JRN-OPER    PIC X(02) VALUE SPACES.
       77 WRK-JRN-ANTES   PIC X(60) VALUE SPACES.
       77 WRK-JRN-DEPOIS  PIC X(60) VALUE SPACES.
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
                   PERFORM 0200-MANTER-CONTRATO
                           UNTIL WRK-FIM-MANUTENCAO
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           DISPLAY 'CONTRATOS DE FRANQUIA - OPERADOR: '.
           ACCEPT  WRK-USER FROM CONSOLE.
           DISPLAY 'PIN DE ACESSO: '.
           ACCEPT  WRK-PIN FROM CONSOLE.
           PERFORM 0110-VALIDAR-ACESSO.
           IF NOT WRK-ACESSO-OK
                   DISPLAY 'OPERADOR SEM PERMISSAO PARA MANTER '
                           'CONTRATOS DE FRANQUIA'
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
                   MOVE 'FRAN'   TO WRK-AUT-FUNCAO
                   CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                   IF WRK-AUT-RESULTADO NOT = 'S'
                           MOVE 'N' TO WRK-SW-ACESSO
                           DISPLAY 'FUNCAO FRAN NAO AUTORIZADA '
                                   'NA MATRIZ'
                   END-IF
           END-IF.
       0200-MANTER-CONTRATO.
           DISPLAY 'LOJA FRANQUIA (000 PARA ENCERRAR): '.
           ACCEPT  WRK-LOJA FROM CONSOLE.
           IF WRK-LOJA = ZEROS
                   MOVE 'S' TO WRK-SW-FIM
           ELSE
                   PERFORM 0205-VALIDAR-LOJA
                   IF WRK-LOJA-FRANQUIA
                           PERFORM 0210-GRAVAR-CONTRATO
                   END-IF
           END-IF.
       0205-VALIDAR-LOJA.
           MOVE 'N' TO WRK-SW-LOJA.
           OPEN INPUT MASTER-FILE.
           IF WRK-FS-MASTER-OK
                   MOVE 'L'      TO MASTER-TIPO
                   MOVE WRK-LOJA TO MASTER-CODIGO
                   READ MASTER-FILE
                       INVALID KEY
                           DISPLAY 'LOJA NAO CADASTRADA NO MESTRE'
                       NOT INVALID KEY
                           MOVE MASTER-NOME TO WRK-NOME-LOJA
                           IF MASTER-FRANQUIA
                                   MOVE 'S' TO WRK-SW-LOJA
                           ELSE
                                   DISPLAY 'LOJA ' WRK-LOJA
                                           ' NAO E FRANQUIA NO '
                                           'MESTRE (PROGCOB18)'
                           END-IF
                   END-READ
                   CLOSE MASTER-FILE
           ELSE
                   DISPLAY 'MASTER.DAT NAO ENCONTRADO'
           END-IF.
       0210-GRAVAR-CONTRATO.
           OPEN I-O FRANQUIA-FILE.
           IF WRK-FS-FRANQUIA-ARQ-INEXISTENTE
                   CLOSE FRANQUIA-FILE
                   OPEN OUTPUT FRANQUIA-FILE
                   CLOSE FRANQUIA-FILE
                   OPEN I-O FRANQUIA-FILE
           END-IF.
           MOVE 'N'      TO WRK-SW-EXISTE.
           MOVE WRK-LOJA TO FRQ-LOJA.
           READ FRANQUIA-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE ZEROS  TO FRQ-CLIENTE FRQ-PERC-ROYALTY
                                  FRQ-PERC-FUNDO FRQ-TAXA-MINIMA
                                  FRQ-DATA-INICIO FRQ-DATA-FIM
                                  FRQ-PRAZO-DIAS
                   DISPLAY 'CONTRATO NOVO - LOJA ' WRK-LOJA ' '
                           WRK-NOME-LOJA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-EXISTE
                   MOVE FRQ-REGISTRO TO WRK-JRN-ANTES
                   DISPLAY 'CONTRATO ATUAL: FRANQUEADO '
                           FRQ-CLIENTE ' ROYALTY '
                           FRQ-PERC-ROYALTY ' FUNDO '
                           FRQ-PERC-FUNDO ' MINIMO '
                           FRQ-TAXA-MINIMA
                   DISPLAY 'VIGENCIA ' FRQ-DATA-INICIO ' A '
                           FRQ-DATA-FIM ' PRAZO '
                           FRQ-PRAZO-DIAS ' DIAS'
           END-READ.
           PERFORM 0220-OBTER-DADOS.
           IF NOT WRK-DADOS-VALIDOS
                   DISPLAY 'CONTRATO NAO GRAVADO'
           ELSE
                   MOVE FRQ-REGISTRO TO WRK-JRN-DEPOIS
                   MOVE 'FRANQUIA'   TO WRK-JRN-ARQUIVO
                   IF WRK-REGISTRO-EXISTE
                           MOVE 'RW' TO WRK-JRN-OPER
                           REWRITE FRQ-REGISTRO
                           DISPLAY 'CONTRATO ALTERADO'
                   ELSE
                           MOVE 'WR' TO WRK-JRN-OPER
                           WRITE FRQ-REGISTRO
                           DISPLAY 'CONTRATO INCLUIDO'
                   END-IF
                   PERFORM 0098-GRAVAR-JORNAL
                   ADD 1 TO WRK-CONTADOR
           END-IF.
           CLOSE FRANQUIA-FILE.
       0220-OBTER-DADOS.
           MOVE 'S' TO WRK-SW-DADOS.
           DISPLAY 'FRANQUEADO (CODIGO DO CLIENTE): '.
           ACCEPT  FRQ-CLIENTE FROM CONSOLE.
           PERFORM 0230-VALIDAR-CLIENTE.
           IF NOT WRK-CLIENTE-VALIDO
                   DISPLAY 'FRANQUEADO NAO CADASTRADO OU INATIVO '
                           'NO CUSTMST.DAT'
                   MOVE 'N' TO WRK-SW-DADOS
           END-IF.
           DISPLAY 'PERCENTUAL DE ROYALTY (EX: 0600 = 6,00%): '.
           ACCEPT  FRQ-PERC-ROYALTY FROM CONSOLE.
           DISPLAY 'PERCENTUAL DO FUNDO DE MARKETING (EX: 0200 = '
                   '2,00%): '.
           ACCEPT  FRQ-PERC-FUNDO FROM CONSOLE.
           DISPLAY 'TAXA MINIMA MENSAL EM CENTAVOS (EX: '
                   '000150000): '.
           ACCEPT  FRQ-TAXA-MINIMA FROM CONSOLE.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD): '.
           ACCEPT  FRQ-DATA-INICIO FROM CONSOLE.
           MOVE FRQ-DATA-INICIO TO WRK-DV-DATA.
           CALL 'PROGCOB39' USING WRK-DATA-VAL.
           IF WRK-DV-VALIDA NOT = 'S'
                   DISPLAY 'INICIO DA VIGENCIA INVALIDO'
                   MOVE 'N' TO WRK-SW-DADOS
           END-IF.
           DISPLAY 'FIM DA VIGENCIA (AAAAMMDD / ZEROS=SEM '
                   'TERMINO): '.
           ACCEPT  FRQ-DATA-FIM FROM CONSOLE.
           IF FRQ-DATA-FIM NOT = ZEROS
                   MOVE FRQ-DATA-FIM TO WRK-DV-DATA
                   CALL 'PROGCOB39' USING WRK-DATA-VAL
                   IF WRK-DV-VALIDA NOT = 'S'
                      OR FRQ-DATA-FIM < FRQ-DATA-INICIO
                           DISPLAY 'FIM DA VIGENCIA INVALIDO'
                           MOVE 'N' TO WRK-SW-DADOS
                   END-IF
           END-IF.
           DISPLAY 'PRAZO DE VENCIMENTO EM DIAS (000=PADRAO): '.
           ACCEPT  FRQ-PRAZO-DIAS FROM CONSOLE.
       0230-VALIDAR-CLIENTE.
           MOVE 'N' TO WRK-SW-CLIENTE.
           OPEN INPUT CUSTMST-FILE.
           IF WRK-FS-CUSTMST-OK
                   MOVE FRQ-CLIENTE TO CLI-ID
                   READ CUSTMST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CLI-ATIVO
                                   MOVE 'S' TO WRK-SW-CLIENTE
                                   DISPLAY 'FRANQUEADO: ' CLI-NOME
                           END-IF
                   END-READ
                   CLOSE CUSTMST-FILE
           END-IF.
       0300-FINALIZAR.
           DISPLAY 'CONTRATOS TRATADOS ===> ' WRK-CONTADOR.
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
           MOVE 'PROGCOB157'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB157' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB157' TO OPLOG-PROGRAMA.
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
