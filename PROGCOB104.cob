       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB104.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = RELATORIO DE TRANSFERENCIAS EM TRANSITO
      *            HA MAIS DE N DIAS (TRANSF.DAT)
      * DATA = XX/XX/XXXX
      * 168 - LISTA AS LINHAS AINDA EM TRANSITO COM ORIGEM,
      *       DESTINO, QUANTIDADE, VALOR AO CUSTO E DIAS
      *       DESDE O ENVIO; AS QUE PASSAM DO PRAZO (CHAVE
      *       TRANSF-DIAS-TRANSITO DO CONFIG.CFG, PADRAO 3
      *       DIAS) SAO MARCADAS 'ATRASO' COM EXCECAO E046.
      *       TOTAL EM TRANSITO POR LOJA DE ORIGEM AO FINAL
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSF-FILE ASSIGN TO 'TRANSF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRF-CHAVE
               FILE STATUS IS WRK-FS-TRANSF.
           SELECT PRODUCTS-FILE ASSIGN TO 'PRODUCTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUCTS.
           SELECT EXCEPTION-FILE ASSIGN TO 'EXCPT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPT.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB104.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSF-FILE.
           COPY 'TRFREC.cob'.
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  EXCEPTION-FILE.
           COPY 'EXCPREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-TRANSF   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-TRANSF==.
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-EXCPT    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-EXCPT==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-EXC-CODIGO      PIC X(04) VALUE SPACES.
       77 WRK-EXC-DESCRICAO   PIC X(40) VALUE SPACES.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ATRASO  PIC 9(05) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PRAZO-DIAS  PIC 9(03) VALUE 3.
       77 WRK-DIAS-TRANS  PIC S9(05) VALUE ZEROS.
       77 WRK-CUSTO-UNIT  PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VALOR-LINHA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SERIAL-HOJE PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-SERIAL.
           02 WRK-SER-ANO  PIC 9(04).
           02 WRK-SER-MES  PIC 9(02).
           02 WRK-SER-DIA  PIC 9(02).
       77 WRK-SERIAL-SAIDA PIC 9(07) VALUE ZEROS.
       01 WRK-TAB-LOJAS.
           02 WRK-TL-VALOR PIC 9(11)V99 OCCURS 999 TIMES.
       77 WRK-IDX          PIC 9(04) VALUE ZEROS.
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-TRANSF.
           02 WRK-LT-DOC      PIC 9(07).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LT-PRODUTO  PIC 9(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LT-ORIGEM   PIC 9(03).
           02 FILLER          PIC X(02) VALUE '->'.
           02 WRK-LT-DESTINO  PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LT-ENVIO    PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LT-QTDE     PIC ZZZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LT-VALOR    PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LT-DIAS     PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LT-PARECER  PIC X(06).
           02 FILLER          PIC X(08) VALUE SPACES.
       01 WRK-LINHA-LOJA.
           02 FILLER          PIC X(20) VALUE
                                  'EM TRANSITO ORIGEM '.
           02 WRK-LL-LOJA     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LL-VALOR    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(33) VALUE SPACES.
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-DESC-EXC.
           02 FILLER          PIC X(10) VALUE 'TRANSITO D'.
           02 WRK-DE-DOC      PIC 9(07).
           02 FILLER          PIC X(03) VALUE ' PR'.
           02 WRK-DE-PRODUTO  PIC 9(05).
           02 FILLER          PIC X(03) VALUE ' LJ'.
           02 WRK-DE-DESTINO  PIC 9(03).
           02 FILLER          PIC X(05) VALUE ' DIAS'.
           02 WRK-DE-DIAS     PIC 9(04).
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
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM-VARRE.
           CLOSE TRANSF-FILE.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND EXCEPTION-FILE.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE ZEROS TO WRK-TAB-LOJAS.
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO = 'S'
                   MOVE WRK-BD-DATA TO WRK-DATA-HOJE
           ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           END-IF.
           MOVE 'TRANSF-DIAS-TRANSITO' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-PRAZO-DIAS
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-DATA-SERIAL.
           PERFORM 0460-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-HOJE.
           OPEN INPUT TRANSF-FILE.
           IF NOT WRK-FS-TRANSF-OK
                   DISPLAY 'TRANSF.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'TRANSF EM TRANSITO' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
       0200-PROCESSAR.
           READ TRANSF-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF TRF-EM-TRANSITO
                           PERFORM 0210-LISTAR-LINHA
                   END-IF
           END-READ.
       0210-LISTAR-LINHA.
           ADD 1 TO WRK-CONTADOR.
           PERFORM 0220-CONSULTAR-PRODUTO.
           COMPUTE WRK-VALOR-LINHA = TRF-QTDE-ENVIADA
                   * WRK-CUSTO-UNIT.
           MOVE TRF-DATA-ENVIO TO WRK-DATA-SERIAL.
           PERFORM 0460-CALCULAR-SERIAL.
           COMPUTE WRK-DIAS-TRANS = WRK-SERIAL-HOJE
                   - WRK-SERIAL-SAIDA.
           IF WRK-DIAS-TRANS < 0
                   MOVE ZEROS TO WRK-DIAS-TRANS
           END-IF.
           MOVE TRF-DOCUMENTO    TO WRK-LT-DOC.
           MOVE TRF-PRODUTO      TO WRK-LT-PRODUTO.
           MOVE TRF-LOJA-ORIGEM  TO WRK-LT-ORIGEM.
           MOVE TRF-LOJA-DESTINO TO WRK-LT-DESTINO.
           MOVE TRF-DATA-ENVIO   TO WRK-LT-ENVIO.
           MOVE TRF-QTDE-ENVIADA TO WRK-LT-QTDE.
           MOVE WRK-VALOR-LINHA  TO WRK-LT-VALOR.
           MOVE WRK-DIAS-TRANS   TO WRK-LT-DIAS.
           IF TRF-LOJA-ORIGEM > 0
                   ADD WRK-VALOR-LINHA
                       TO WRK-TL-VALOR(TRF-LOJA-ORIGEM)
           END-IF.
           IF WRK-DIAS-TRANS > WRK-PRAZO-DIAS
                   MOVE 'ATRASO' TO WRK-LT-PARECER
                   ADD 1 TO WRK-QTD-ATRASO
                   MOVE TRF-DOCUMENTO    TO WRK-DE-DOC
                   MOVE TRF-PRODUTO      TO WRK-DE-PRODUTO
                   MOVE TRF-LOJA-DESTINO TO WRK-DE-DESTINO
                   MOVE WRK-DIAS-TRANS   TO WRK-DE-DIAS
                   MOVE 'E046'           TO WRK-EXC-CODIGO
                   MOVE WRK-DESC-EXC     TO WRK-EXC-DESCRICAO
                   PERFORM 0290-REGISTRAR-EXCECAO
           ELSE
                   MOVE SPACES TO WRK-LT-PARECER
           END-IF.
           WRITE REP-LINHA FROM WRK-LINHA-TRANSF.
           DISPLAY WRK-LINHA-TRANSF.
       0220-CONSULTAR-PRODUTO.
           MOVE ZEROS TO WRK-CUSTO-UNIT.
           OPEN INPUT PRODUCTS-FILE.
           IF WRK-FS-PRODUCTS-OK
                   MOVE TRF-PRODUTO TO PROD-CODIGO
                   READ PRODUCTS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PROD-CUSTO TO WRK-CUSTO-UNIT
                   END-READ
           END-IF.
           CLOSE PRODUCTS-FILE.
       0460-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL-SAIDA = (WRK-SER-ANO * 360)
                   + (WRK-SER-MES * 30) + WRK-SER-DIA.
       0300-FINALIZAR.
           MOVE '--- EM TRANSITO POR LOJA DE ORIGEM ---'
               TO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 0310-LISTAR-LOJA UNTIL WRK-IDX >= 999.
           CLOSE REPORT-FILE.
           CLOSE EXCEPTION-FILE.
           DISPLAY 'LINHAS EM TRANSITO ===> ' WRK-CONTADOR.
           DISPLAY 'LINHAS EM ATRASO ===> ' WRK-QTD-ATRASO.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0310-LISTAR-LOJA.
           ADD 1 TO WRK-IDX.
           IF WRK-TL-VALOR(WRK-IDX) NOT = ZEROS
                   MOVE WRK-IDX TO WRK-LL-LOJA
                   MOVE WRK-TL-VALOR(WRK-IDX) TO WRK-LL-VALOR
                   WRITE REP-LINHA FROM WRK-LINHA-LOJA
                   DISPLAY WRK-LINHA-LOJA
           END-IF.
       0290-REGISTRAR-EXCECAO.
           MOVE 'PROGCOB104' TO EXC-PROGRAMA.
           ACCEPT EXC-DATA FROM DATE YYYYMMDD.
           ACCEPT EXC-HORA FROM TIME.
           MOVE WRK-EXC-CODIGO    TO EXC-CODIGO.
           MOVE WRK-EXC-DESCRICAO TO EXC-DESCRICAO.
           WRITE EXC-LINHA-REL.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB104' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB104' TO OPLOG-PROGRAMA.
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
