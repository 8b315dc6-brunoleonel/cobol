       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB102.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = AGING DE CONTAS A PAGAR POR FORNECEDOR
      *            (TITPAGAR.DAT)
      * DATA = XX/XX/XXXX
      * 167 - SALDO DOS TITULOS EM ABERTO E BLOQUEADOS POR
      *       FORNECEDOR, DISTRIBUIDO EM A VENCER, VENCIDO
      *       ATE 30, ATE 60, ATE 90 E ACIMA DE 90 DIAS
      *       SOBRE A DATA DE NEGOCIO, COM TOTAL GERAL
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TITPAGAR-FILE ASSIGN TO 'TITPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TPG-CHAVE
               FILE STATUS IS WRK-FS-TITPAGAR.
           SELECT FORNEC-FILE ASSIGN TO 'FORNEC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNEC.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB102.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  TITPAGAR-FILE.
           COPY 'TITPREC.cob'.
       FD  FORNEC-FILE.
           COPY 'FORNREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-TITPAGAR PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-TITPAGAR==.
       77 WRK-FS-FORNEC   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-FORNEC==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-TITULOS VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-FORN-ATUAL  PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO-TIT   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DIAS-VENC   PIC S9(05) VALUE ZEROS.
       77 WRK-IDX-FAIXA   PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-EDICAO  PIC 9(01) VALUE ZEROS.
       77 WRK-SERIAL-HOJE PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-SERIAL.
           02 WRK-SER-ANO  PIC 9(04).
           02 WRK-SER-MES  PIC 9(02).
           02 WRK-SER-DIA  PIC 9(02).
       77 WRK-SERIAL-SAIDA PIC 9(07) VALUE ZEROS.
       01 WRK-TAB-FORN.
           02 WRK-TF-FAIXA OCCURS 5 TIMES PIC 9(09)V99.
       01 WRK-TAB-GERAL.
           02 WRK-TG-FAIXA OCCURS 5 TIMES PIC 9(11)V99.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-TITULOS.
           02 FILLER          PIC X(16) VALUE 'FORNEC NOME'.
           02 FILLER          PIC X(10) VALUE '  A VENCER'.
           02 FILLER          PIC X(10) VALUE '    ATE 30'.
           02 FILLER          PIC X(10) VALUE '    ATE 60'.
           02 FILLER          PIC X(10) VALUE '    ATE 90'.
           02 FILLER          PIC X(10) VALUE '  ACIMA 90'.
           02 FILLER          PIC X(04) VALUE SPACES.
       01 WRK-LINHA-AGING.
           02 WRK-LA-FORNEC   PIC 9(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LA-NOME     PIC X(10).
           02 WRK-LA-VALORES OCCURS 5 TIMES.
               03 WRK-LA-VALOR PIC ZZZZZZ9,99.
       01 WRK-LINHA-GERAL.
           02 FILLER          PIC X(16) VALUE 'TOTAL GERAL'.
           02 WRK-LT-VALORES OCCURS 5 TIMES.
               03 WRK-LT-VALOR PIC ZZZZZZ9,99.
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
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM-TITULOS.
           IF WRK-FORN-ATUAL NOT = ZEROS
                   PERFORM 0250-LISTAR-FORNECEDOR
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO = 'S'
                   MOVE WRK-BD-DATA TO WRK-DATA-HOJE
           ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-DATA-SERIAL.
           PERFORM 0460-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-HOJE.
           MOVE ZEROS TO WRK-TAB-FORN WRK-TAB-GERAL.
           OPEN INPUT TITPAGAR-FILE.
           IF NOT WRK-FS-TITPAGAR-OK
                   DISPLAY 'TITPAGAR.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'AGING CONTAS PAGAR' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           WRITE REP-LINHA FROM WRK-LINHA-TITULOS.
           DISPLAY WRK-LINHA-TITULOS.
       0200-PROCESSAR.
           READ TITPAGAR-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF TPG-ABERTO OR TPG-BLOQUEADO
                           PERFORM 0210-CLASSIFICAR-TITULO
                   END-IF
           END-READ.
       0210-CLASSIFICAR-TITULO.
           IF TPG-FORNECEDOR NOT = WRK-FORN-ATUAL
                   IF WRK-FORN-ATUAL NOT = ZEROS
                           PERFORM 0250-LISTAR-FORNECEDOR
                   END-IF
                   MOVE TPG-FORNECEDOR TO WRK-FORN-ATUAL
           END-IF.
           ADD 1 TO WRK-CONTADOR.
           COMPUTE WRK-SALDO-TIT = TPG-VALOR - TPG-VALOR-PAGO.
           MOVE TPG-VENCIMENTO TO WRK-DATA-SERIAL.
           PERFORM 0460-CALCULAR-SERIAL.
           COMPUTE WRK-DIAS-VENC = WRK-SERIAL-HOJE
                   - WRK-SERIAL-SAIDA.
           EVALUATE TRUE
                   WHEN WRK-DIAS-VENC <= 0
                             MOVE 1 TO WRK-IDX-FAIXA
                   WHEN WRK-DIAS-VENC <= 30
                             MOVE 2 TO WRK-IDX-FAIXA
                   WHEN WRK-DIAS-VENC <= 60
                             MOVE 3 TO WRK-IDX-FAIXA
                   WHEN WRK-DIAS-VENC <= 90
                             MOVE 4 TO WRK-IDX-FAIXA
                   WHEN OTHER
                             MOVE 5 TO WRK-IDX-FAIXA
           END-EVALUATE.
           ADD WRK-SALDO-TIT TO WRK-TF-FAIXA(WRK-IDX-FAIXA).
           ADD WRK-SALDO-TIT TO WRK-TG-FAIXA(WRK-IDX-FAIXA).
       0250-LISTAR-FORNECEDOR.
           MOVE SPACES TO WRK-LA-NOME.
           OPEN INPUT FORNEC-FILE.
           IF WRK-FS-FORNEC-OK
                   MOVE WRK-FORN-ATUAL TO FOR-CODIGO
                   READ FORNEC-FILE
                       INVALID KEY
                           MOVE 'NAO CADAST' TO WRK-LA-NOME
                       NOT INVALID KEY
                           MOVE FOR-NOME TO WRK-LA-NOME
                   END-READ
           END-IF.
           CLOSE FORNEC-FILE.
           MOVE WRK-FORN-ATUAL TO WRK-LA-FORNEC.
           MOVE ZEROS TO WRK-IDX-EDICAO.
           PERFORM 0255-EDITAR-FAIXA
                   UNTIL WRK-IDX-EDICAO >= 5.
           WRITE REP-LINHA FROM WRK-LINHA-AGING.
           DISPLAY WRK-LINHA-AGING.
           MOVE ZEROS TO WRK-TAB-FORN.
       0255-EDITAR-FAIXA.
           ADD 1 TO WRK-IDX-EDICAO.
           MOVE WRK-TF-FAIXA(WRK-IDX-EDICAO)
               TO WRK-LA-VALOR(WRK-IDX-EDICAO).
       0260-EDITAR-GERAL.
           ADD 1 TO WRK-IDX-EDICAO.
           MOVE WRK-TG-FAIXA(WRK-IDX-EDICAO)
               TO WRK-LT-VALOR(WRK-IDX-EDICAO).
       0460-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL-SAIDA = (WRK-SER-ANO * 360)
                   + (WRK-SER-MES * 30) + WRK-SER-DIA.
       0300-FINALIZAR.
           CLOSE TITPAGAR-FILE.
           MOVE ZEROS TO WRK-IDX-EDICAO.
           PERFORM 0260-EDITAR-GERAL
                   UNTIL WRK-IDX-EDICAO >= 5.
           WRITE REP-LINHA FROM WRK-LINHA-GERAL.
           DISPLAY WRK-LINHA-GERAL.
           CLOSE REPORT-FILE.
           DISPLAY 'TITULOS EM ABERTO ===> ' WRK-CONTADOR.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB102' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB102' TO OPLOG-PROGRAMA.
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
