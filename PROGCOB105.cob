       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB105.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = RELATORIO DE CAMPANHA DE PROMOCOES
      *            (PROMVEND.DAT / PROMO.DAT)
      * DATA = XX/XX/XXXX
      * 169 - UNIDADES, RECEITA E CUSTO DO DESCONTO POR
      *       PROMOCAO E LOJA (SOMA DAS DATAS ACUMULADAS
      *       PELO PROGCOB15), COM TOTAL POR PROMOCAO E
      *       TOTAL GERAL. PROMOCAO 00000 LISTA TODAS
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMVEND-FILE ASSIGN TO 'PROMVEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PVD-CHAVE
               FILE STATUS IS WRK-FS-PROMVEND.
           SELECT PROMO-FILE ASSIGN TO 'PROMO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROMO.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB105.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PROMVEND-FILE.
           COPY 'PVNDREC.cob'.
       FD  PROMO-FILE.
           COPY 'PROMREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-PROMVEND PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PROMVEND==.
       77 WRK-FS-PROMO    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PROMO==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-SW-PRIMEIRA PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRA-VEZ VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PROMO-FILTRO PIC 9(05) VALUE ZEROS.
       77 WRK-PROMO-ANT   PIC 9(05) VALUE ZEROS.
       77 WRK-LOJA-ANT    PIC 9(03) VALUE ZEROS.
       77 WRK-LJ-QTDE     PIC S9(07) VALUE ZEROS.
       77 WRK-LJ-VALOR    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-LJ-DESCONTO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PR-QTDE     PIC S9(09) VALUE ZEROS.
       77 WRK-PR-VALOR    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PR-DESCONTO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-GR-QTDE     PIC S9(09) VALUE ZEROS.
       77 WRK-GR-VALOR    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-GR-DESCONTO PIC S9(11)V99 VALUE ZEROS.
       01 WRK-TAB-PROMOCOES.
           02 WRK-PM-ENTRADA OCCURS 100 TIMES.
               03 WRK-PM-CODIGO    PIC 9(05).
               03 WRK-PM-DESCRICAO PIC X(20).
               03 WRK-PM-TIPO      PIC X(01).
               03 WRK-PM-INI       PIC 9(08).
               03 WRK-PM-FIM       PIC 9(08).
       77 WRK-QTD-PROMOCOES PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PROMO     PIC 9(03) VALUE ZEROS.
       77 WRK-SW-ACHOU      PIC X(01) VALUE 'N'.
           88 WRK-PROMO-ACHADA VALUE 'S'.
       01 WRK-LINHA-PROMO.
           02 FILLER          PIC X(09) VALUE 'PROMOCAO '.
           02 WRK-LP-CODIGO   PIC 9(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-DESCRICAO PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-TIPO     PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-INI      PIC 9(08).
           02 FILLER          PIC X(03) VALUE ' A '.
           02 WRK-LP-FIM      PIC 9(08).
           02 FILLER          PIC X(13) VALUE SPACES.
       01 WRK-LINHA-COLUNAS.
           02 FILLER          PIC X(20) VALUE
                                  'LOJA        UNIDADES'.
           02 FILLER          PIC X(20) VALUE
                                  '             RECEITA'.
           02 FILLER          PIC X(20) VALUE
                                  '            DESCONTO'.
           02 FILLER          PIC X(10) VALUE SPACES.
       01 WRK-LINHA-LOJA.
           02 WRK-LL-LOJA     PIC 9(03).
           02 FILLER          PIC X(05) VALUE SPACES.
           02 WRK-LL-QTDE     PIC -ZZZ.ZZ9.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 WRK-LL-VALOR    PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LL-DESCONTO PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(20) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
           02 WRK-LTT-ROTULO  PIC X(06).
           02 WRK-LTT-QTDE    PIC -ZZZ.ZZZ.ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LTT-VALOR   PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LTT-DESCONTO PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(20) VALUE SPACES.
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
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
           CLOSE PROMVEND-FILE.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'PROMOCAO (00000 PARA TODAS): '.
           ACCEPT  WRK-PROMO-FILTRO FROM CONSOLE.
           PERFORM 0110-CARREGAR-PROMOCOES.
           OPEN INPUT PROMVEND-FILE.
           IF NOT WRK-FS-PROMVEND-OK
                   DISPLAY 'PROMVEND.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'CAMPANHA PROMOCOES' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
       0110-CARREGAR-PROMOCOES.
           MOVE ZEROS TO WRK-QTD-PROMOCOES.
           OPEN INPUT PROMO-FILE.
           IF WRK-FS-PROMO-OK
                   PERFORM 0115-LER-PROMOCAO
                           UNTIL WRK-FS-PROMO = '10'
                              OR WRK-QTD-PROMOCOES >= 100
                   CLOSE PROMO-FILE
           END-IF.
       0115-LER-PROMOCAO.
           READ PROMO-FILE
               AT END
                   MOVE '10' TO WRK-FS-PROMO
               NOT AT END
                   ADD 1 TO WRK-QTD-PROMOCOES
                   MOVE PRM-CODIGO
                       TO WRK-PM-CODIGO(WRK-QTD-PROMOCOES)
                   MOVE PRM-DESCRICAO
                       TO WRK-PM-DESCRICAO(WRK-QTD-PROMOCOES)
                   MOVE PRM-TIPO
                       TO WRK-PM-TIPO(WRK-QTD-PROMOCOES)
                   MOVE PRM-DATA-INI
                       TO WRK-PM-INI(WRK-QTD-PROMOCOES)
                   MOVE PRM-DATA-FIM
                       TO WRK-PM-FIM(WRK-QTD-PROMOCOES)
           END-READ.
       0200-PROCESSAR.
           READ PROMVEND-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF WRK-PROMO-FILTRO = ZEROS
                      OR WRK-PROMO-FILTRO = PVD-PROMOCAO
                           PERFORM 0210-ACUMULAR
                   END-IF
           END-READ.
       0210-ACUMULAR.
           ADD 1 TO WRK-CONTADOR.
           IF WRK-PRIMEIRA-VEZ
                   MOVE 'N' TO WRK-SW-PRIMEIRA
                   PERFORM 0270-CABECALHO-PROMOCAO
           ELSE
                   IF PVD-PROMOCAO NOT = WRK-PROMO-ANT
                           PERFORM 0250-QUEBRA-LOJA
                           PERFORM 0260-QUEBRA-PROMOCAO
                           PERFORM 0270-CABECALHO-PROMOCAO
                   ELSE
                           IF PVD-LOJA NOT = WRK-LOJA-ANT
                                   PERFORM 0250-QUEBRA-LOJA
                           END-IF
                   END-IF
           END-IF.
           MOVE PVD-PROMOCAO TO WRK-PROMO-ANT.
           MOVE PVD-LOJA     TO WRK-LOJA-ANT.
           ADD PVD-QTDE      TO WRK-LJ-QTDE.
           ADD PVD-VALOR     TO WRK-LJ-VALOR.
           ADD PVD-DESCONTO  TO WRK-LJ-DESCONTO.
       0250-QUEBRA-LOJA.
           MOVE WRK-LOJA-ANT    TO WRK-LL-LOJA.
           MOVE WRK-LJ-QTDE     TO WRK-LL-QTDE.
           MOVE WRK-LJ-VALOR    TO WRK-LL-VALOR.
           MOVE WRK-LJ-DESCONTO TO WRK-LL-DESCONTO.
           WRITE REP-LINHA FROM WRK-LINHA-LOJA.
           DISPLAY WRK-LINHA-LOJA.
           ADD WRK-LJ-QTDE      TO WRK-PR-QTDE.
           ADD WRK-LJ-VALOR     TO WRK-PR-VALOR.
           ADD WRK-LJ-DESCONTO  TO WRK-PR-DESCONTO.
           MOVE ZEROS TO WRK-LJ-QTDE WRK-LJ-VALOR WRK-LJ-DESCONTO.
       0260-QUEBRA-PROMOCAO.
           MOVE 'TOTAL '        TO WRK-LTT-ROTULO.
           MOVE WRK-PR-QTDE     TO WRK-LTT-QTDE.
           MOVE WRK-PR-VALOR    TO WRK-LTT-VALOR.
           MOVE WRK-PR-DESCONTO TO WRK-LTT-DESCONTO.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
           ADD WRK-PR-QTDE      TO WRK-GR-QTDE.
           ADD WRK-PR-VALOR     TO WRK-GR-VALOR.
           ADD WRK-PR-DESCONTO  TO WRK-GR-DESCONTO.
           MOVE ZEROS TO WRK-PR-QTDE WRK-PR-VALOR WRK-PR-DESCONTO.
       0270-CABECALHO-PROMOCAO.
           MOVE PVD-PROMOCAO TO WRK-LP-CODIGO.
           MOVE SPACES       TO WRK-LP-DESCRICAO WRK-LP-TIPO.
           MOVE ZEROS        TO WRK-LP-INI WRK-LP-FIM.
           MOVE 'N'          TO WRK-SW-ACHOU.
           MOVE ZEROS        TO WRK-IDX-PROMO.
           PERFORM 0275-BUSCAR-PROMOCAO
                   UNTIL WRK-IDX-PROMO >= WRK-QTD-PROMOCOES
                      OR WRK-PROMO-ACHADA.
           IF NOT WRK-PROMO-ACHADA
                   MOVE 'NAO CADASTRADA' TO WRK-LP-DESCRICAO
           END-IF.
           WRITE REP-LINHA FROM WRK-LINHA-PROMO.
           DISPLAY WRK-LINHA-PROMO.
           WRITE REP-LINHA FROM WRK-LINHA-COLUNAS.
       0275-BUSCAR-PROMOCAO.
           ADD 1 TO WRK-IDX-PROMO.
           IF WRK-PM-CODIGO(WRK-IDX-PROMO) = PVD-PROMOCAO
                   MOVE 'S' TO WRK-SW-ACHOU
                   MOVE WRK-PM-DESCRICAO(WRK-IDX-PROMO)
                       TO WRK-LP-DESCRICAO
                   MOVE WRK-PM-TIPO(WRK-IDX-PROMO) TO WRK-LP-TIPO
                   MOVE WRK-PM-INI(WRK-IDX-PROMO)  TO WRK-LP-INI
                   MOVE WRK-PM-FIM(WRK-IDX-PROMO)  TO WRK-LP-FIM
           END-IF.
       0300-FINALIZAR.
           IF NOT WRK-PRIMEIRA-VEZ
                   PERFORM 0250-QUEBRA-LOJA
                   PERFORM 0260-QUEBRA-PROMOCAO
           END-IF.
           MOVE '--- TOTAL GERAL DAS PROMOCOES ---'
               TO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           MOVE 'GERAL '        TO WRK-LTT-ROTULO.
           MOVE WRK-GR-QTDE     TO WRK-LTT-QTDE.
           MOVE WRK-GR-VALOR    TO WRK-LTT-VALOR.
           MOVE WRK-GR-DESCONTO TO WRK-LTT-DESCONTO.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
           CLOSE REPORT-FILE.
           DISPLAY 'REGISTROS LIDOS ===> ' WRK-CONTADOR.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB105' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB105' TO OPLOG-PROGRAMA.
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
