       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB172.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = MANUTENCAO ON-LINE DA ESTRUTURA DOS KITS
      *            (KITCOMP.DAT): COMPONENTES E QUANTIDADES
      *            DE CADA PRODUTO VENDIDO COMO KIT
      * DATA = XX/XX/XXXX
      * 214 - INCLUSAO/ALTERACAO E EXCLUSAO DE COMPONENTE DO
      *       KIT E LISTAGEM DA ESTRUTURA, COM FUNCAO 'KITS'
      *       DA MATRIZ E JORNAL DE IMAGENS ANTES/DEPOIS EM
      *       JRNL.LOG. KIT E COMPONENTE DEVEM EXISTIR ATIVOS
      *       NO PRODUCTS.DAT; O COMPONENTE NAO PODE SER O
      *       PROPRIO KIT NEM OUTRO KIT, E UM PRODUTO JA USADO
      *       COMO COMPONENTE NAO PODE VIRAR KIT (UM NIVEL SO)
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KITCOMP-FILE ASSIGN TO 'KITCOMP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-FS-KITCOMP.
           SELECT PRODUCTS-FILE ASSIGN TO 'PRODUCTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUCTS.
           SELECT PERMS-FILE ASSIGN TO 'PERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERM-USER
               FILE STATUS IS WRK-FS-PERMS.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  KITCOMP-FILE.
           COPY 'KITREC.cob'.
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
       77 WRK-FS-KITCOMP  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-KITCOMP==.
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-PERMS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-USER      PIC 9(02) VALUE ZEROS.
       77 WRK-PIN       PIC 9(04) VALUE ZEROS.
       77 WRK-SW-ACESSO PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-OK VALUE 'S'.
       77 WRK-OPCAO     PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-INCLUIR VALUE 'I'.
           88 WRK-OPCAO-EXCLUIR VALUE 'E'.
           88 WRK-OPCAO-LISTAR  VALUE 'L'.
           88 WRK-OPCAO-FIM     VALUE 'X'.
       77 WRK-CONTADOR  PIC 9(07) VALUE ZEROS.
       77 WRK-KIT       PIC 9(05) VALUE ZEROS.
       77 WRK-COMPONENTE PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE      PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-PRODUTO-CONS PIC 9(05) VALUE ZEROS.
       77 WRK-NOME-KIT  PIC X(20) VALUE SPACES.
       77 WRK-NOME-COMP PIC X(20) VALUE SPACES.
       77 WRK-QTD-LISTADOS PIC 9(03) VALUE ZEROS.
       77 WRK-SW-EXISTE PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-EXISTE VALUE 'S'.
       77 WRK-SW-PROD-OK PIC X(01) VALUE 'N'.
           88 WRK-PRODUTO-VALIDO VALUE 'S'.
       77 WRK-SW-KIT-OK PIC X(01) VALUE 'N'.
           88 WRK-KIT-VALIDO VALUE 'S'.
       77 WRK-SW-COMP-OK PIC X(01) VALUE 'N'.
           88 WRK-COMP-VALIDO VALUE 'S'.
       77 WRK-SW-COMP-KIT PIC X(01) VALUE 'N'.
           88 WRK-COMP-E-KIT VALUE 'S'.
       77 WRK-SW-KIT-COMP PIC X(01) VALUE 'N'.
           88 WRK-KIT-E-COMPONENTE VALUE 'S'.
       77 WRK-SW-FIM    PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-AUTORIZACAO.
           02 WRK-AUT-USER      PIC 9(02).
           02 WRK-AUT-FUNCAO    PIC X(04).
           02 WRK-AUT-RESULTADO PIC X(01).
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
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO NOT = 'S'
                   DISPLAY 'SEM DATA DE NEGOCIO ABERTA - '
                           'MANUTENCAO RECUSADA'
           ELSE
                   MOVE WRK-BD-DATA TO WRK-DATA-HOJE
                   DISPLAY 'ESTRUTURA DE KITS - OPERADOR: '
                   ACCEPT  WRK-USER FROM CONSOLE
                   DISPLAY 'PIN DE ACESSO: '
                   ACCEPT  WRK-PIN FROM CONSOLE
                   PERFORM 0110-VALIDAR-ACESSO
                   IF NOT WRK-ACESSO-OK
                           DISPLAY 'OPERADOR SEM PERMISSAO PARA '
                                   'ESTRUTURA DE KITS'
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
                   MOVE 'KITS'   TO WRK-AUT-FUNCAO
                   CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                   IF WRK-AUT-RESULTADO NOT = 'S'
                           MOVE 'N' TO WRK-SW-ACESSO
                           DISPLAY 'FUNCAO KITS NAO AUTORIZADA '
                                   'NA MATRIZ'
                   END-IF
           END-IF.
       0120-OBTER-OPCAO.
           DISPLAY 'OPCAO (I=INCLUIR/ALTERAR E=EXCLUIR L=LISTAR '
                   'X=FIM): '.
           ACCEPT  WRK-OPCAO FROM CONSOLE.
       0200-PROCESSAR.
           EVALUATE TRUE
                   WHEN WRK-OPCAO-INCLUIR
                             PERFORM 0210-MANTER-COMPONENTE
                   WHEN WRK-OPCAO-EXCLUIR
                             PERFORM 0240-EXCLUIR-COMPONENTE
                   WHEN WRK-OPCAO-LISTAR
                             PERFORM 0270-LISTAR-KIT
                   WHEN OTHER
                             DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           IF NOT WRK-OPCAO-FIM
                   PERFORM 0120-OBTER-OPCAO
           END-IF.
       0210-MANTER-COMPONENTE.
           DISPLAY 'PRODUTO KIT: '.
           ACCEPT  WRK-KIT FROM CONSOLE.
           DISPLAY 'PRODUTO COMPONENTE: '.
           ACCEPT  WRK-COMPONENTE FROM CONSOLE.
           DISPLAY 'QUANTIDADE DO COMPONENTE NO KIT: '.
           ACCEPT  WRK-QTDE FROM CONSOLE.
           MOVE WRK-KIT TO WRK-PRODUTO-CONS.
           PERFORM 0250-CONSULTAR-PRODUTO.
           MOVE WRK-SW-PROD-OK TO WRK-SW-KIT-OK.
           MOVE PROD-NOME      TO WRK-NOME-KIT.
           MOVE WRK-COMPONENTE TO WRK-PRODUTO-CONS.
           PERFORM 0250-CONSULTAR-PRODUTO.
           MOVE WRK-SW-PROD-OK TO WRK-SW-COMP-OK.
           MOVE PROD-NOME      TO WRK-NOME-COMP.
           PERFORM 0255-VERIFICAR-NIVEIS.
           EVALUATE TRUE
                   WHEN NOT WRK-KIT-VALIDO
                             DISPLAY 'RECUSADO - KIT INEXISTENTE '
                                     'OU INATIVO'
                   WHEN NOT WRK-COMP-VALIDO
                             DISPLAY 'RECUSADO - COMPONENTE '
                                     'INEXISTENTE OU INATIVO'
                   WHEN WRK-KIT = WRK-COMPONENTE
                             DISPLAY 'RECUSADO - KIT NAO PODE SER '
                                     'COMPONENTE DE SI MESMO'
                   WHEN WRK-COMP-E-KIT
                             DISPLAY 'RECUSADO - COMPONENTE E '
                                     'OUTRO KIT'
                   WHEN WRK-KIT-E-COMPONENTE
                             DISPLAY 'RECUSADO - PRODUTO JA E '
                                     'COMPONENTE DE OUTRO KIT'
                   WHEN WRK-QTDE = ZEROS
                             DISPLAY 'RECUSADO - QUANTIDADE ZERADA'
                   WHEN OTHER
                             PERFORM 0230-GRAVAR-COMPONENTE
           END-EVALUATE.
       0230-GRAVAR-COMPONENTE.
           OPEN I-O KITCOMP-FILE.
           IF WRK-FS-KITCOMP-ARQ-INEXISTENTE
                   CLOSE KITCOMP-FILE
                   OPEN OUTPUT KITCOMP-FILE
                   CLOSE KITCOMP-FILE
                   OPEN I-O KITCOMP-FILE
           END-IF.
           MOVE WRK-KIT        TO KIT-PRODUTO.
           MOVE WRK-COMPONENTE TO KIT-COMPONENTE.
           READ KITCOMP-FILE
               INVALID KEY
                   MOVE 'N'    TO WRK-SW-EXISTE
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE 'S'    TO WRK-SW-EXISTE
                   MOVE KIT-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           MOVE WRK-KIT        TO KIT-PRODUTO.
           MOVE WRK-COMPONENTE TO KIT-COMPONENTE.
           MOVE WRK-QTDE       TO KIT-QTDE.
           MOVE WRK-USER       TO KIT-USUARIO.
           MOVE WRK-DATA-HOJE  TO KIT-DATA-CAD.
           MOVE KIT-REGISTRO   TO WRK-JRN-DEPOIS.
           MOVE 'KITCOMP'      TO WRK-JRN-ARQUIVO.
           IF WRK-REGISTRO-EXISTE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE KIT-REGISTRO
                   DISPLAY 'COMPONENTE ALTERADO: ' WRK-NOME-COMP
                           ' NO KIT ' WRK-NOME-KIT
           ELSE
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE KIT-REGISTRO
                   DISPLAY 'COMPONENTE INCLUIDO: ' WRK-NOME-COMP
                           ' NO KIT ' WRK-NOME-KIT
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-CONTADOR.
           CLOSE KITCOMP-FILE.
       0240-EXCLUIR-COMPONENTE.
           DISPLAY 'PRODUTO KIT: '.
           ACCEPT  WRK-KIT FROM CONSOLE.
           DISPLAY 'PRODUTO COMPONENTE: '.
           ACCEPT  WRK-COMPONENTE FROM CONSOLE.
           OPEN I-O KITCOMP-FILE.
           IF WRK-FS-KITCOMP-OK
                   MOVE WRK-KIT        TO KIT-PRODUTO
                   MOVE WRK-COMPONENTE TO KIT-COMPONENTE
                   READ KITCOMP-FILE
                       INVALID KEY
                           DISPLAY 'COMPONENTE NAO CADASTRADO NO KIT'
                       NOT INVALID KEY
                           MOVE KIT-REGISTRO TO WRK-JRN-ANTES
                           DELETE KITCOMP-FILE
                           MOVE SPACES    TO WRK-JRN-DEPOIS
                           MOVE 'KITCOMP' TO WRK-JRN-ARQUIVO
                           MOVE 'DL'      TO WRK-JRN-OPER
                           PERFORM 0098-GRAVAR-JORNAL
                           ADD 1 TO WRK-CONTADOR
                           DISPLAY 'COMPONENTE EXCLUIDO DO KIT'
                   END-READ
           ELSE
                   DISPLAY 'KITCOMP.DAT NAO ENCONTRADO'
           END-IF.
           CLOSE KITCOMP-FILE.
       0250-CONSULTAR-PRODUTO.
           MOVE 'N'    TO WRK-SW-PROD-OK.
           MOVE SPACES TO PROD-NOME.
           OPEN INPUT PRODUCTS-FILE.
           IF WRK-FS-PRODUCTS-OK
                   MOVE WRK-PRODUTO-CONS TO PROD-CODIGO
                   READ PRODUCTS-FILE
                       INVALID KEY
                           MOVE SPACES TO PROD-NOME
                       NOT INVALID KEY
                           IF PROD-ATIVO-SIM
                                   MOVE 'S' TO WRK-SW-PROD-OK
                           END-IF
                   END-READ
           END-IF.
           CLOSE PRODUCTS-FILE.
       0255-VERIFICAR-NIVEIS.
           MOVE 'N' TO WRK-SW-COMP-KIT WRK-SW-KIT-COMP WRK-SW-FIM.
           OPEN INPUT KITCOMP-FILE.
           IF WRK-FS-KITCOMP-OK
                   PERFORM 0257-CONFERIR-NIVEL UNTIL WRK-FIM-VARRE
           END-IF.
           CLOSE KITCOMP-FILE.
       0257-CONFERIR-NIVEL.
           READ KITCOMP-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF KIT-PRODUTO = WRK-COMPONENTE
                           MOVE 'S' TO WRK-SW-COMP-KIT
                   END-IF
                   IF KIT-COMPONENTE = WRK-KIT
                           MOVE 'S' TO WRK-SW-KIT-COMP
                   END-IF
           END-READ.
       0270-LISTAR-KIT.
           DISPLAY 'PRODUTO KIT (00000 = TODOS): '.
           ACCEPT  WRK-KIT FROM CONSOLE.
           MOVE 'N'   TO WRK-SW-FIM.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           OPEN INPUT KITCOMP-FILE.
           IF WRK-FS-KITCOMP-OK
                   MOVE WRK-KIT TO KIT-PRODUTO
                   MOVE ZEROS   TO KIT-COMPONENTE
                   START KITCOMP-FILE KEY IS >= KIT-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM
                   END-START
                   DISPLAY 'KIT   COMPONENTE NOME                 '
                           'QTDE USU CADASTRO'
                   PERFORM 0275-LISTAR-COMPONENTE
                           UNTIL WRK-FIM-VARRE
           ELSE
                   DISPLAY 'KITCOMP.DAT NAO ENCONTRADO'
           END-IF.
           CLOSE KITCOMP-FILE.
           IF WRK-QTD-LISTADOS = ZEROS
                   DISPLAY 'NENHUM COMPONENTE CADASTRADO'
           END-IF.
       0275-LISTAR-COMPONENTE.
           READ KITCOMP-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF WRK-KIT NOT = ZEROS
                      AND KIT-PRODUTO NOT = WRK-KIT
                           MOVE 'S' TO WRK-SW-FIM
                   ELSE
                           ADD 1 TO WRK-QTD-LISTADOS
                           MOVE KIT-COMPONENTE TO WRK-PRODUTO-CONS
                           PERFORM 0250-CONSULTAR-PRODUTO
                           DISPLAY KIT-PRODUTO ' ' KIT-COMPONENTE
                                   '      ' PROD-NOME ' ' KIT-QTDE
                                   '  ' KIT-USUARIO '  '
                                   KIT-DATA-CAD
                   END-IF
           END-READ.
       0300-FINALIZAR.
           DISPLAY 'COMPONENTES TRATADOS ===> ' WRK-CONTADOR.
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
           MOVE 'PROGCOB172'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB172' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB172' TO OPLOG-PROGRAMA.
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
