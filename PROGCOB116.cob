       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB116.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = MANUTENCAO ON-LINE DO MESTRE DE
      *            DEPARTAMENTOS (DEPTOS.DAT)
      * DATA = XX/XX/XXXX
      * 179 - INCLUSAO/ALTERACAO DE DEPARTAMENTO COM NOME,
      *       GRUPO DE CATEGORIA, GERENTE (FUNCIONARIO
      *       ATIVO DO MASTER.DAT, 000 SEM GERENTE) E
      *       STATUS, COM JORNAL DE IMAGENS ANTES/DEPOIS EM
      *       JRNL.LOG, E LISTA DOS DEPARTAMENTOS
      *       CADASTRADOS
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTOS-FILE ASSIGN TO 'DEPTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WRK-FS-DEPTOS.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WRK-FS-MASTER.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPTOS-FILE.
           COPY 'DEPTREC.cob'.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
       77 WRK-FS-DEPTOS   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-DEPTOS==.
       77 WRK-FS-MASTER   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-OPCAO     PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-DEPTO    VALUE 'D'.
           88 WRK-OPCAO-LISTAR   VALUE 'L'.
           88 WRK-OPCAO-FIM      VALUE 'X'.
       77 WRK-CONTADOR  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LISTA PIC 9(03) VALUE ZEROS.
       77 WRK-DEPTO     PIC 9(02) VALUE ZEROS.
       77 WRK-SW-EXISTE PIC X(01) VALUE 'N'.
           88 WRK-DEPTO-EXISTE VALUE 'S'.
       77 WRK-SW-GERENTE PIC X(01) VALUE 'N'.
           88 WRK-GERENTE-VALIDO VALUE 'S'.
       77 WRK-SW-FIM-LISTA PIC X(01) VALUE 'N'.
           88 WRK-FIM-LISTA VALUE 'S'.
       77 WRK-NOME-GERENTE PIC X(20) VALUE SPACES.
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
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-FIM.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           PERFORM 0120-OBTER-OPCAO.
       0120-OBTER-OPCAO.
           DISPLAY 'OPCAO (D=DEPARTAMENTO L=LISTAR X=FIM): '.
           ACCEPT  WRK-OPCAO FROM CONSOLE.
       0200-PROCESSAR.
           EVALUATE TRUE
                   WHEN WRK-OPCAO-DEPTO
                             PERFORM 0210-MANTER-DEPTO
                   WHEN WRK-OPCAO-LISTAR
                             PERFORM 0250-LISTAR-DEPTOS
                   WHEN WRK-OPCAO-FIM
                             CONTINUE
                   WHEN OTHER
                             DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           IF NOT WRK-OPCAO-FIM
                   PERFORM 0120-OBTER-OPCAO
           END-IF.
       0210-MANTER-DEPTO.
           DISPLAY 'CODIGO DO DEPARTAMENTO (01-99): '.
           ACCEPT  WRK-DEPTO FROM CONSOLE.
           IF WRK-DEPTO = ZEROS
                   DISPLAY 'CODIGO INVALIDO'
           ELSE
                   OPEN I-O DEPTOS-FILE
                   IF WRK-FS-DEPTOS-ARQ-INEXISTENTE
                           CLOSE DEPTOS-FILE
                           OPEN OUTPUT DEPTOS-FILE
                           CLOSE DEPTOS-FILE
                           OPEN I-O DEPTOS-FILE
                   END-IF
                   MOVE 'N'       TO WRK-SW-EXISTE
                   MOVE WRK-DEPTO TO DEP-CODIGO
                   READ DEPTOS-FILE
                       INVALID KEY
                           MOVE SPACES TO WRK-JRN-ANTES
                           MOVE SPACES TO DEP-REGISTRO
                           MOVE WRK-DEPTO TO DEP-CODIGO
                           MOVE ZEROS TO DEP-GERENTE
                           DISPLAY 'DEPARTAMENTO NOVO - INCLUSAO'
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-SW-EXISTE
                           MOVE DEP-REGISTRO TO WRK-JRN-ANTES
                           DISPLAY 'DEPARTAMENTO: ' DEP-NOME
                                   ' GRUPO ' DEP-GRUPO
                                   ' GERENTE ' DEP-GERENTE
                                   ' STATUS ' DEP-ATIVO
                   END-READ
                   PERFORM 0220-OBTER-DADOS
                   MOVE DEP-REGISTRO TO WRK-JRN-DEPOIS
                   MOVE 'DEPTOS'     TO WRK-JRN-ARQUIVO
                   IF WRK-DEPTO-EXISTE
                           MOVE 'RW' TO WRK-JRN-OPER
                           REWRITE DEP-REGISTRO
                           DISPLAY 'DEPARTAMENTO ALTERADO'
                   ELSE
                           MOVE 'WR' TO WRK-JRN-OPER
                           WRITE DEP-REGISTRO
                           DISPLAY 'DEPARTAMENTO INCLUIDO'
                   END-IF
                   PERFORM 0098-GRAVAR-JORNAL
                   ADD 1 TO WRK-CONTADOR
                   CLOSE DEPTOS-FILE
           END-IF.
       0220-OBTER-DADOS.
           DISPLAY 'NOME DO DEPARTAMENTO: '.
           ACCEPT  DEP-NOME FROM CONSOLE.
           DISPLAY 'GRUPO DE CATEGORIA: '.
           ACCEPT  DEP-GRUPO FROM CONSOLE.
           MOVE 'N' TO WRK-SW-GERENTE.
           PERFORM 0230-OBTER-GERENTE UNTIL WRK-GERENTE-VALIDO.
           DISPLAY 'STATUS (S=ATIVO / N=INATIVO): '.
           ACCEPT  DEP-ATIVO FROM CONSOLE.
       0230-OBTER-GERENTE.
           DISPLAY 'GERENTE (CODIGO DE FUNCIONARIO, 000 SEM '
                   'GERENTE): '.
           ACCEPT  DEP-GERENTE FROM CONSOLE.
           IF DEP-GERENTE = ZEROS
                   MOVE 'S' TO WRK-SW-GERENTE
                   DISPLAY 'DEPARTAMENTO SEM GERENTE'
           ELSE
                   PERFORM 0235-CONSULTAR-GERENTE
                   IF WRK-GERENTE-VALIDO
                           DISPLAY 'GERENTE: ' WRK-NOME-GERENTE
                   ELSE
                           DISPLAY 'FUNCIONARIO INATIVO OU '
                                   'INEXISTENTE - REDIGITE'
                   END-IF
           END-IF.
       0235-CONSULTAR-GERENTE.
           MOVE 'N'    TO WRK-SW-GERENTE.
           MOVE SPACES TO WRK-NOME-GERENTE.
           OPEN INPUT MASTER-FILE.
           IF WRK-FS-MASTER-OK
                   MOVE 'E'         TO MASTER-TIPO
                   MOVE DEP-GERENTE TO MASTER-CODIGO
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MASTER-ATIVO-SIM
                                   MOVE 'S' TO WRK-SW-GERENTE
                                   MOVE MASTER-NOME
                                       TO WRK-NOME-GERENTE
                           END-IF
                   END-READ
           END-IF.
           CLOSE MASTER-FILE.
       0250-LISTAR-DEPTOS.
           MOVE ZEROS TO WRK-QTD-LISTA.
           MOVE 'N'   TO WRK-SW-FIM-LISTA.
           OPEN INPUT DEPTOS-FILE.
           IF NOT WRK-FS-DEPTOS-OK
                   DISPLAY 'DEPTOS.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM-LISTA
           END-IF.
           PERFORM 0255-LER-DEPTO UNTIL WRK-FIM-LISTA.
           CLOSE DEPTOS-FILE.
           DISPLAY 'DEPARTAMENTOS LISTADOS: ' WRK-QTD-LISTA.
       0255-LER-DEPTO.
           READ DEPTOS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM-LISTA
               NOT AT END
                   ADD 1 TO WRK-QTD-LISTA
                   DISPLAY DEP-CODIGO ' ' DEP-NOME ' ' DEP-GRUPO
                           ' GER ' DEP-GERENTE ' ' DEP-ATIVO
           END-READ.
       0300-FINALIZAR.
           DISPLAY 'DEPARTAMENTOS TRATADOS ===> ' WRK-CONTADOR.
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
           MOVE 'PROGCOB116'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB116' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB116' TO OPLOG-PROGRAMA.
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
