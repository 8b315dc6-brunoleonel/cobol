       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB115.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = FECHAMENTO DE ESTOQUE DO MES: VALORIZACAO
      *            AO CUSTO MEDIO E CONTABILIZACAO DO CUSTO
      *            DAS MERCADORIAS VENDIDAS (CMV)
      * DATA = XX/XX/XXXX
      * 178 - VALORIZA O SALDO DO ESTOQUE.DAT PELO CUSTO
      *       MEDIO PONDERADO DE CUSTMED.DAT (SEM CUSTO
      *       MEDIO VALE O PROD-CUSTO) POR LOJA E
      *       DEPARTAMENTO. APURA O CMV DO MES PELOS
      *       MOVIMENTOS V/D/C DO STKMOV.DAT AO CUSTO DO
      *       MOVIMENTO (SMV-CUSTO-UNIT; MOVIMENTO ANTIGO SEM
      *       CUSTO VAI PELO CUSTO MEDIO ATUAL) E LANCA NO
      *       GLJOURNAL.DAT NO ULTIMO DIA DO MES PELA LINHA
      *       'CMV' DO GLMAP.DAT (DEBITO CMV / CREDITO
      *       ESTOQUE). O CARIMBO POR LOJA/MES EM
      *       CMVPOST.DAT FAZ O RERUN DO MESMO MES ESTORNAR
      *       O VALOR JA LANCADO ANTES DE LANCAR O NOVO;
      *       LOJA SEM LINHA 'CMV' FICA PENDENTE
      * 185 - LANCAMENTO DATADO EM PERIODO CONTABIL FECHADO
      *       (GLFECH.DAT VIA PROGCOB125) VAI PARA O PRIMEIRO
      *       DIA DO PROXIMO MES ABERTO; O RAZAO GUARDA A
      *       ORIGEM E A DATA DO MOVIMENTO
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-FILE ASSIGN TO 'ESTOQUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT CUSTMED-FILE ASSIGN TO 'CUSTMED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMD-CHAVE
               FILE STATUS IS WRK-FS-CUSTMED.
           SELECT PRODUCTS-FILE ASSIGN TO 'PRODUCTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUCTS.
           SELECT STKMOV-FILE ASSIGN TO 'STKMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STKMOV.
           SELECT GLMAP-FILE ASSIGN TO 'GLMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLMAP.
           SELECT GLJOURNAL-FILE ASSIGN TO 'GLJOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLJOURNAL.
           SELECT CMVPOST-FILE ASSIGN TO 'CMVPOST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-CHAVE
               FILE STATUS IS WRK-FS-CMVPOST.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB115.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-FILE.
           COPY 'ESTQREC.cob'.
       FD  CUSTMED-FILE.
           COPY 'CMEDREC.cob'.
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  STKMOV-FILE.
           COPY 'SMOVREC.cob'.
       FD  GLMAP-FILE.
       01  MAP-REGISTRO.
           02 MAP-LOJA          PIC 9(03).
           02 MAP-MOEDA         PIC X(03).
           02 MAP-CONTA-DEBITO  PIC 9(08).
           02 MAP-CONTA-CREDITO PIC 9(08).
           02 MAP-NOME-DEBITO   PIC X(20).
           02 MAP-NOME-CREDITO  PIC X(20).
       FD  GLJOURNAL-FILE.
       01  GLJ-REGISTRO.
           02 GLJ-TIPO          PIC X(01).
           02 GLJ-CONTA         PIC 9(08).
           02 GLJ-LOJA          PIC 9(03).
           02 GLJ-DATA          PIC 9(08).
           02 GLJ-VALOR         PIC S9(11)V99.
           02 GLJ-ORIGEM        PIC X(10).
           02 GLJ-DATA-MOV      PIC 9(08).
       FD  CMVPOST-FILE.
       01  CMP-REGISTRO.
           02 CMP-CHAVE.
               03 CMP-LOJA      PIC 9(03).
               03 CMP-ANOMES    PIC 9(06).
           02 CMP-DATA-POST     PIC 9(08).
           02 CMP-HORA-POST     PIC 9(06).
           02 CMP-VALOR         PIC S9(11)V99.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-ESTOQUE  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ESTOQUE==.
       77 WRK-FS-CUSTMED  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTMED==.
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-STKMOV   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-STKMOV==.
       77 WRK-FS-GLMAP    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-GLMAP==.
       77 WRK-FS-GLJOURNAL PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-GLJOURNAL==.
       77 WRK-FS-CMVPOST  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CMVPOST==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-MOVTOS  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-CUSTO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-MAPA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LANCTOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ESTORNOS PIC 9(05) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-SW-CUSTMED  PIC X(01) VALUE 'N'.
           88 WRK-CUSTMED-ABERTO VALUE 'S'.
       77 WRK-SW-PRODUCTS PIC X(01) VALUE 'N'.
           88 WRK-PRODUCTS-ABERTO VALUE 'S'.
       77 WRK-SW-TEM-LOJA PIC X(01) VALUE 'N'.
           88 WRK-TEM-LOJA VALUE 'S'.
       77 WRK-SW-JA-POSTADO PIC X(01) VALUE 'N'.
           88 WRK-JA-POSTADO VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 WRK-MES-CONTABIL.
           02 WRK-MC-ANO  PIC 9(04).
           02 WRK-MC-MES  PIC 9(02).
       77 WRK-ANOMES      PIC 9(06) VALUE ZEROS.
       01 WRK-TAB-DIAS-MES.
           02 FILLER      PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-TAB-DIAS-MES-R REDEFINES WRK-TAB-DIAS-MES.
           02 WRK-DM-DIAS PIC 9(02) OCCURS 12 TIMES.
       01 WRK-POST-DATA.
           02 WRK-PD-ANO  PIC 9(04).
           02 WRK-PD-MES  PIC 9(02).
           02 WRK-PD-DIA  PIC 9(02).
       77 WRK-BIS-QUOC    PIC 9(04) VALUE ZEROS.
       77 WRK-BIS-RESTO4  PIC 9(03) VALUE ZEROS.
       77 WRK-BIS-RESTO100 PIC 9(03) VALUE ZEROS.
       77 WRK-BIS-RESTO400 PIC 9(03) VALUE ZEROS.
       77 WRK-LOJA-CUSTO  PIC 9(03) VALUE ZEROS.
       77 WRK-PRODUTO-CUSTO PIC 9(05) VALUE ZEROS.
       77 WRK-CUSTO-UNIT  PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-DEPTO       PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-ITEM  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-LOJA-ATUAL  PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-LOJA  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ESTOQUE PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CMV     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-IDX-DEP     PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-DEPTO-LOJA.
           02 WRK-TDL-ENTRADA OCCURS 100 TIMES.
               03 WRK-TDL-QTDE  PIC S9(09).
               03 WRK-TDL-VALOR PIC S9(11)V99.
       01 WRK-TAB-DEPTO-GERAL.
           02 WRK-TDG-ENTRADA OCCURS 100 TIMES.
               03 WRK-TDG-QTDE  PIC S9(09).
               03 WRK-TDG-VALOR PIC S9(11)V99.
       01 WRK-TAB-LOJAS.
           02 WRK-TJ-ENTRADA OCCURS 999 TIMES.
               03 WRK-TJ-CMV    PIC S9(11)V99.
               03 WRK-TJ-MOVTOS PIC 9(07).
       77 WRK-IDX         PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-ANT   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-LANCTO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CONTA-LANCTO-D PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-LANCTO-C PIC 9(08) VALUE ZEROS.
       01 WRK-TAB-MAPA.
           02 WRK-TM-ENTRADA OCCURS 200 TIMES.
               03 WRK-TM-LOJA    PIC 9(03).
               03 WRK-TM-MOEDA   PIC X(03).
               03 WRK-TM-DEBITO  PIC 9(08).
               03 WRK-TM-CREDITO PIC 9(08).
       77 WRK-QTD-MAPA    PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-MAPA    PIC 9(03) VALUE ZEROS.
       77 WRK-SW-MAPA     PIC X(01) VALUE 'N'.
           88 WRK-MAPA-ACHADO VALUE 'S'.
       77 WRK-MAPA-LINHA  PIC X(03) VALUE SPACES.
       77 WRK-MAPA-LOJA   PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-DEBITO  PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-CREDITO PIC 9(08) VALUE ZEROS.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-DEPTO-LOJA.
           02 FILLER          PIC X(05) VALUE 'LOJA '.
           02 WRK-LDL-LOJA    PIC 9(03).
           02 FILLER          PIC X(07) VALUE ' DEPTO '.
           02 WRK-LDL-DEPTO   PIC 9(02).
           02 FILLER          PIC X(06) VALUE ' QTDE '.
           02 WRK-LDL-QTDE    PIC -ZZZZZZZZ9.
           02 FILLER          PIC X(07) VALUE ' VALOR '.
           02 WRK-LDL-VALOR   PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(15) VALUE SPACES.
       01 WRK-LINHA-TOT-LOJA.
           02 FILLER          PIC X(11) VALUE 'TOTAL LOJA '.
           02 WRK-LTL-LOJA    PIC 9(03).
           02 FILLER          PIC X(25) VALUE SPACES.
           02 WRK-LTL-VALOR   PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(16) VALUE SPACES.
       01 WRK-LINHA-DEPTO-GERAL.
           02 FILLER          PIC X(12) VALUE 'TOTAL DEPTO '.
           02 WRK-LDG-DEPTO   PIC 9(02).
           02 FILLER          PIC X(06) VALUE ' QTDE '.
           02 WRK-LDG-QTDE    PIC -ZZZZZZZZ9.
           02 FILLER          PIC X(07) VALUE ' VALOR '.
           02 WRK-LDG-VALOR   PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(18) VALUE SPACES.
       01 WRK-LINHA-TOT-ESTOQUE.
           02 FILLER          PIC X(39) VALUE
              'TOTAL DO ESTOQUE AO CUSTO MEDIO'.
           02 WRK-LTE-VALOR   PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(16) VALUE SPACES.
       01 WRK-LINHA-CMV.
           02 FILLER          PIC X(05) VALUE 'LOJA '.
           02 WRK-LC-LOJA     PIC 9(03).
           02 FILLER          PIC X(04) VALUE ' CMV'.
           02 WRK-LC-VALOR    PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(03) VALUE ' D '.
           02 WRK-LC-DEBITO   PIC 9(08).
           02 FILLER          PIC X(03) VALUE ' C '.
           02 WRK-LC-CREDITO  PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LC-SITUACAO PIC X(10).
           02 FILLER          PIC X(10) VALUE SPACES.
       01 WRK-LINHA-TOT-CMV.
           02 FILLER          PIC X(12) VALUE 'TOTAL    CMV'.
           02 WRK-LTC-VALOR   PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(43) VALUE SPACES.
       01 WRK-PERIODO-GL.
           02 WRK-PGL-FUNCAO    PIC X(01).
           02 WRK-PGL-DATA      PIC 9(08).
           02 WRK-PGL-USUARIO   PIC 9(02).
           02 WRK-PGL-RESULTADO PIC X(01).
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
           PERFORM 0200-VALORIZAR-ESTOQUE.
           PERFORM 0250-APURAR-CMV.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE ZEROS TO WRK-TAB-DEPTO-LOJA WRK-TAB-DEPTO-GERAL
                         WRK-TAB-LOJAS.
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO = 'S'
                   MOVE WRK-BD-DATA TO WRK-DATA-HOJE
           ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           END-IF.
           MOVE ZEROS TO WRK-MES-CONTABIL.
           PERFORM 0120-OBTER-MES
                   UNTIL WRK-MC-MES >= 1 AND WRK-MC-MES <= 12.
           MOVE WRK-MES-CONTABIL TO WRK-ANOMES.
           PERFORM 0150-CALCULAR-FIM-MES.
           PERFORM 0140-CARREGAR-MAPA.
           OPEN INPUT CUSTMED-FILE.
           IF WRK-FS-CUSTMED-OK
                   MOVE 'S' TO WRK-SW-CUSTMED
           ELSE
                   DISPLAY 'CUSTMED.DAT NAO ENCONTRADO - '
                           'VALORIZACAO PELO PROD-CUSTO'
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF WRK-FS-PRODUCTS-OK
                   MOVE 'S' TO WRK-SW-PRODUCTS
           ELSE
                   DISPLAY 'PRODUCTS.DAT NAO ENCONTRADO'
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'ESTOQUE E CMV' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           DISPLAY 'FECHAMENTO DE ESTOQUE - MES ' WRK-ANOMES
                   ' DATA DO LANCAMENTO ' WRK-POST-DATA.
       0120-OBTER-MES.
           DISPLAY 'MES A FECHAR (AAAAMM, 000000 PARA O '
                   'MES ANTERIOR): '.
           ACCEPT  WRK-ANOMES FROM CONSOLE.
           IF WRK-ANOMES = ZEROS
                   MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-CONTABIL
                   IF WRK-MC-MES = 1
                           MOVE 12 TO WRK-MC-MES
                           SUBTRACT 1 FROM WRK-MC-ANO
                   ELSE
                           SUBTRACT 1 FROM WRK-MC-MES
                   END-IF
           ELSE
                   MOVE WRK-ANOMES TO WRK-MES-CONTABIL
           END-IF.
           IF WRK-MC-MES < 1 OR WRK-MC-MES > 12
                   DISPLAY 'MES INVALIDO'
           END-IF.
       0140-CARREGAR-MAPA.
           MOVE ZEROS TO WRK-QTD-MAPA.
           OPEN INPUT GLMAP-FILE.
           IF WRK-FS-GLMAP-OK
                   PERFORM 0115-LER-MAPA
                           UNTIL WRK-FS-GLMAP = '10'
                              OR WRK-QTD-MAPA >= 200
                   CLOSE GLMAP-FILE
           ELSE
                   DISPLAY 'GLMAP.DAT NAO ENCONTRADO - '
                           'NENHUMA CONTA MAPEADA'
           END-IF.
       0115-LER-MAPA.
           READ GLMAP-FILE
               AT END
                   MOVE '10' TO WRK-FS-GLMAP
               NOT AT END
                   ADD 1 TO WRK-QTD-MAPA
                   MOVE MAP-LOJA
                       TO WRK-TM-LOJA(WRK-QTD-MAPA)
                   MOVE MAP-MOEDA
                       TO WRK-TM-MOEDA(WRK-QTD-MAPA)
                   MOVE MAP-CONTA-DEBITO
                       TO WRK-TM-DEBITO(WRK-QTD-MAPA)
                   MOVE MAP-CONTA-CREDITO
                       TO WRK-TM-CREDITO(WRK-QTD-MAPA)
           END-READ.
       0150-CALCULAR-FIM-MES.
           MOVE WRK-MC-ANO TO WRK-PD-ANO.
           MOVE WRK-MC-MES TO WRK-PD-MES.
           MOVE WRK-DM-DIAS(WRK-MC-MES) TO WRK-PD-DIA.
           IF WRK-MC-MES = 2
                   DIVIDE WRK-MC-ANO BY 4 GIVING WRK-BIS-QUOC
                           REMAINDER WRK-BIS-RESTO4
                   DIVIDE WRK-MC-ANO BY 100 GIVING WRK-BIS-QUOC
                           REMAINDER WRK-BIS-RESTO100
                   DIVIDE WRK-MC-ANO BY 400 GIVING WRK-BIS-QUOC
                           REMAINDER WRK-BIS-RESTO400
                   IF WRK-BIS-RESTO400 = 0
                      OR (WRK-BIS-RESTO4 = 0
                          AND WRK-BIS-RESTO100 NOT = 0)
                           MOVE 29 TO WRK-PD-DIA
                   END-IF
           END-IF.
       0160-OBTER-CUSTO.
           MOVE ZEROS TO WRK-CUSTO-UNIT WRK-DEPTO.
           IF WRK-CUSTMED-ABERTO
                   MOVE WRK-LOJA-CUSTO    TO CMD-LOJA
                   MOVE WRK-PRODUTO-CUSTO TO CMD-PRODUTO
                   READ CUSTMED-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CMD-CUSTO-MEDIO TO WRK-CUSTO-UNIT
                   END-READ
           END-IF.
           IF WRK-PRODUCTS-ABERTO
                   MOVE WRK-PRODUTO-CUSTO TO PROD-CODIGO
                   READ PRODUCTS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PROD-DEPTO TO WRK-DEPTO
                           IF WRK-CUSTO-UNIT = ZEROS
                                   MOVE PROD-CUSTO TO WRK-CUSTO-UNIT
                           END-IF
                   END-READ
           END-IF.
           IF WRK-CUSTO-UNIT = ZEROS
                   ADD 1 TO WRK-QTD-SEM-CUSTO
                   DISPLAY 'LOJA ' WRK-LOJA-CUSTO ' PRODUTO '
                           WRK-PRODUTO-CUSTO ' SEM CUSTO'
           END-IF.
       0200-VALORIZAR-ESTOQUE.
           MOVE '--- VALORIZACAO DO ESTOQUE AO CUSTO MEDIO ---'
               TO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           MOVE 'N' TO WRK-SW-FIM WRK-SW-TEM-LOJA.
           OPEN INPUT ESTOQUE-FILE.
           IF NOT WRK-FS-ESTOQUE-OK
                   DISPLAY 'ESTOQUE.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           PERFORM 0210-LER-ESTOQUE UNTIL WRK-FIM-VARRE.
           CLOSE ESTOQUE-FILE.
           IF WRK-TEM-LOJA
                   PERFORM 0220-FECHAR-LOJA
           END-IF.
           MOVE ZEROS TO WRK-IDX-DEP.
           PERFORM 0230-LISTAR-DEPTO-GERAL UNTIL WRK-IDX-DEP >= 100.
           MOVE WRK-TOT-ESTOQUE TO WRK-LTE-VALOR.
           WRITE REP-LINHA FROM WRK-LINHA-TOT-ESTOQUE.
           DISPLAY WRK-LINHA-TOT-ESTOQUE.
       0210-LER-ESTOQUE.
           READ ESTOQUE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF EST-SALDO NOT = ZEROS
                           PERFORM 0215-VALORIZAR-ITEM
                   END-IF
           END-READ.
       0215-VALORIZAR-ITEM.
           IF WRK-TEM-LOJA AND EST-LOJA NOT = WRK-LOJA-ATUAL
                   PERFORM 0220-FECHAR-LOJA
           END-IF.
           MOVE EST-LOJA    TO WRK-LOJA-ATUAL.
           MOVE 'S'         TO WRK-SW-TEM-LOJA.
           MOVE EST-LOJA    TO WRK-LOJA-CUSTO.
           MOVE EST-PRODUTO TO WRK-PRODUTO-CUSTO.
           PERFORM 0160-OBTER-CUSTO.
           COMPUTE WRK-VALOR-ITEM ROUNDED =
                   EST-SALDO * WRK-CUSTO-UNIT.
           COMPUTE WRK-IDX-DEP = WRK-DEPTO + 1.
           ADD EST-SALDO      TO WRK-TDL-QTDE(WRK-IDX-DEP)
                                 WRK-TDG-QTDE(WRK-IDX-DEP).
           ADD WRK-VALOR-ITEM TO WRK-TDL-VALOR(WRK-IDX-DEP)
                                 WRK-TDG-VALOR(WRK-IDX-DEP)
                                 WRK-VALOR-LOJA WRK-TOT-ESTOQUE.
           ADD 1 TO WRK-CONTADOR.
       0220-FECHAR-LOJA.
           MOVE ZEROS TO WRK-IDX-DEP.
           PERFORM 0225-LISTAR-DEPTO-LOJA UNTIL WRK-IDX-DEP >= 100.
           MOVE WRK-LOJA-ATUAL TO WRK-LTL-LOJA.
           MOVE WRK-VALOR-LOJA TO WRK-LTL-VALOR.
           WRITE REP-LINHA FROM WRK-LINHA-TOT-LOJA.
           DISPLAY WRK-LINHA-TOT-LOJA.
           MOVE ZEROS TO WRK-TAB-DEPTO-LOJA WRK-VALOR-LOJA.
       0225-LISTAR-DEPTO-LOJA.
           ADD 1 TO WRK-IDX-DEP.
           IF WRK-TDL-QTDE(WRK-IDX-DEP) NOT = ZEROS
              OR WRK-TDL-VALOR(WRK-IDX-DEP) NOT = ZEROS
                   MOVE WRK-LOJA-ATUAL TO WRK-LDL-LOJA
                   COMPUTE WRK-LDL-DEPTO = WRK-IDX-DEP - 1
                   MOVE WRK-TDL-QTDE(WRK-IDX-DEP)  TO WRK-LDL-QTDE
                   MOVE WRK-TDL-VALOR(WRK-IDX-DEP) TO WRK-LDL-VALOR
                   WRITE REP-LINHA FROM WRK-LINHA-DEPTO-LOJA
                   DISPLAY WRK-LINHA-DEPTO-LOJA
           END-IF.
       0230-LISTAR-DEPTO-GERAL.
           ADD 1 TO WRK-IDX-DEP.
           IF WRK-TDG-QTDE(WRK-IDX-DEP) NOT = ZEROS
              OR WRK-TDG-VALOR(WRK-IDX-DEP) NOT = ZEROS
                   COMPUTE WRK-LDG-DEPTO = WRK-IDX-DEP - 1
                   MOVE WRK-TDG-QTDE(WRK-IDX-DEP)  TO WRK-LDG-QTDE
                   MOVE WRK-TDG-VALOR(WRK-IDX-DEP) TO WRK-LDG-VALOR
                   WRITE REP-LINHA FROM WRK-LINHA-DEPTO-GERAL
                   DISPLAY WRK-LINHA-DEPTO-GERAL
           END-IF.
       0250-APURAR-CMV.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- CMV DO MES ' WRK-ANOMES ' ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT STKMOV-FILE.
           IF NOT WRK-FS-STKMOV-OK
                   DISPLAY 'STKMOV.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           PERFORM 0260-LER-MOVIMENTO UNTIL WRK-FIM-VARRE.
           CLOSE STKMOV-FILE.
           OPEN EXTEND GLJOURNAL-FILE.
           IF WRK-FS-GLJOURNAL-ARQ-INEXISTENTE
                   CLOSE GLJOURNAL-FILE
                   OPEN OUTPUT GLJOURNAL-FILE
           END-IF.
           OPEN I-O CMVPOST-FILE.
           IF WRK-FS-CMVPOST-ARQ-INEXISTENTE
                   CLOSE CMVPOST-FILE
                   OPEN OUTPUT CMVPOST-FILE
                   CLOSE CMVPOST-FILE
                   OPEN I-O CMVPOST-FILE
           END-IF.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 0270-POSTAR-LOJA UNTIL WRK-IDX >= 999.
           CLOSE CMVPOST-FILE.
           CLOSE GLJOURNAL-FILE.
           MOVE WRK-TOT-CMV TO WRK-LTC-VALOR.
           WRITE REP-LINHA FROM WRK-LINHA-TOT-CMV.
           DISPLAY WRK-LINHA-TOT-CMV.
       0260-LER-MOVIMENTO.
           READ STKMOV-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF SMV-DATA(1:6) = WRK-ANOMES
                      AND SMV-LOJA > ZEROS
                      AND (SMV-MOV-VENDA OR SMV-MOV-DEVOLUCAO
                           OR SMV-MOV-CANCELAMENTO)
                           PERFORM 0265-CUSTEAR-MOVIMENTO
                   END-IF
           END-READ.
       0265-CUSTEAR-MOVIMENTO.
           IF SMV-CUSTO-UNIT IS NUMERIC
              AND SMV-CUSTO-UNIT > ZEROS
                   MOVE SMV-CUSTO-UNIT TO WRK-CUSTO-UNIT
           ELSE
                   MOVE SMV-LOJA    TO WRK-LOJA-CUSTO
                   MOVE SMV-PRODUTO TO WRK-PRODUTO-CUSTO
                   PERFORM 0160-OBTER-CUSTO
           END-IF.
           COMPUTE WRK-VALOR-ITEM ROUNDED =
                   (0 - SMV-QTDE) * WRK-CUSTO-UNIT.
           MOVE SMV-LOJA TO WRK-IDX.
           ADD WRK-VALOR-ITEM TO WRK-TJ-CMV(WRK-IDX).
           ADD 1 TO WRK-TJ-MOVTOS(WRK-IDX).
           ADD 1 TO WRK-QTD-MOVTOS.
       0270-POSTAR-LOJA.
           ADD 1 TO WRK-IDX.
           IF WRK-TJ-MOVTOS(WRK-IDX) > ZEROS
                   PERFORM 0275-POSTAR-CMV-LOJA
           END-IF.
       0275-POSTAR-CMV-LOJA.
           MOVE WRK-IDX              TO WRK-MAPA-LOJA WRK-LC-LOJA.
           MOVE 'CMV'                TO WRK-MAPA-LINHA.
           PERFORM 0180-BUSCAR-MAPA.
           MOVE WRK-TJ-CMV(WRK-IDX)  TO WRK-LC-VALOR.
           MOVE WRK-CONTA-DEBITO     TO WRK-LC-DEBITO.
           MOVE WRK-CONTA-CREDITO    TO WRK-LC-CREDITO.
           IF NOT WRK-MAPA-ACHADO
                   ADD 1 TO WRK-QTD-SEM-MAPA
                   MOVE 'PENDENTE'   TO WRK-LC-SITUACAO
                   DISPLAY 'LOJA ' WRK-IDX ' SEM LINHA CMV NO '
                           'GLMAP.DAT - CMV FICA PENDENTE'
           ELSE
                   PERFORM 0280-LER-CONTROLE
                   IF WRK-JA-POSTADO
                           COMPUTE WRK-VALOR-LANCTO =
                                   0 - WRK-VALOR-ANT
                           PERFORM 0285-LANCAR-RAZAO
                           ADD 1 TO WRK-QTD-ESTORNOS
                           MOVE 'REPOSTADO'  TO WRK-LC-SITUACAO
                   ELSE
                           MOVE 'POSTADO'    TO WRK-LC-SITUACAO
                   END-IF
                   MOVE WRK-TJ-CMV(WRK-IDX) TO WRK-VALOR-LANCTO
                   PERFORM 0285-LANCAR-RAZAO
                   PERFORM 0288-CARIMBAR-CONTROLE
                   ADD WRK-TJ-CMV(WRK-IDX) TO WRK-TOT-CMV
           END-IF.
           WRITE REP-LINHA FROM WRK-LINHA-CMV.
           DISPLAY WRK-LINHA-CMV.
       0280-LER-CONTROLE.
           MOVE 'N'        TO WRK-SW-JA-POSTADO.
           MOVE ZEROS      TO WRK-VALOR-ANT.
           MOVE WRK-IDX    TO CMP-LOJA.
           MOVE WRK-ANOMES TO CMP-ANOMES.
           READ CMVPOST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S'       TO WRK-SW-JA-POSTADO
                   MOVE CMP-VALOR TO WRK-VALOR-ANT
           END-READ.
       0285-LANCAR-RAZAO.
           IF WRK-VALOR-LANCTO < ZEROS
                   COMPUTE WRK-VALOR-LANCTO = 0 - WRK-VALOR-LANCTO
                   MOVE WRK-CONTA-CREDITO TO WRK-CONTA-LANCTO-D
                   MOVE WRK-CONTA-DEBITO  TO WRK-CONTA-LANCTO-C
           ELSE
                   MOVE WRK-CONTA-DEBITO  TO WRK-CONTA-LANCTO-D
                   MOVE WRK-CONTA-CREDITO TO WRK-CONTA-LANCTO-C
           END-IF.
           IF WRK-VALOR-LANCTO NOT = ZEROS
                   MOVE 'D'                TO GLJ-TIPO
                   MOVE WRK-CONTA-LANCTO-D TO GLJ-CONTA
                   MOVE WRK-IDX            TO GLJ-LOJA
                   MOVE WRK-POST-DATA      TO GLJ-DATA
                   PERFORM 0097-DATAR-LANCAMENTO
                   MOVE WRK-VALOR-LANCTO   TO GLJ-VALOR
                   WRITE GLJ-REGISTRO
                   MOVE 'C'                TO GLJ-TIPO
                   MOVE WRK-CONTA-LANCTO-C TO GLJ-CONTA
                   WRITE GLJ-REGISTRO
                   ADD 2 TO WRK-QTD-LANCTOS
           END-IF.
       0288-CARIMBAR-CONTROLE.
           MOVE WRK-IDX    TO CMP-LOJA.
           MOVE WRK-ANOMES TO CMP-ANOMES.
           ACCEPT CMP-DATA-POST FROM DATE YYYYMMDD.
           ACCEPT CMP-HORA-POST FROM TIME.
           MOVE WRK-TJ-CMV(WRK-IDX) TO CMP-VALOR.
           IF WRK-JA-POSTADO
                   REWRITE CMP-REGISTRO
           ELSE
                   WRITE CMP-REGISTRO
           END-IF.
       0180-BUSCAR-MAPA.
           MOVE 'N'   TO WRK-SW-MAPA.
           MOVE ZEROS TO WRK-IDX-MAPA WRK-CONTA-DEBITO
                         WRK-CONTA-CREDITO.
           PERFORM 0185-COMPARAR-MAPA
                   UNTIL WRK-IDX-MAPA >= WRK-QTD-MAPA
                      OR WRK-MAPA-ACHADO.
           IF NOT WRK-MAPA-ACHADO
                   MOVE ZEROS TO WRK-IDX-MAPA
                   PERFORM 0187-COMPARAR-MAPA-PADRAO
                           UNTIL WRK-IDX-MAPA >= WRK-QTD-MAPA
                              OR WRK-MAPA-ACHADO
           END-IF.
       0185-COMPARAR-MAPA.
           ADD 1 TO WRK-IDX-MAPA.
           IF WRK-MAPA-LOJA = WRK-TM-LOJA(WRK-IDX-MAPA)
              AND WRK-MAPA-LINHA = WRK-TM-MOEDA(WRK-IDX-MAPA)
                   MOVE WRK-TM-DEBITO(WRK-IDX-MAPA)
                       TO WRK-CONTA-DEBITO
                   MOVE WRK-TM-CREDITO(WRK-IDX-MAPA)
                       TO WRK-CONTA-CREDITO
                   MOVE 'S' TO WRK-SW-MAPA
           END-IF.
       0187-COMPARAR-MAPA-PADRAO.
           ADD 1 TO WRK-IDX-MAPA.
           IF WRK-TM-LOJA(WRK-IDX-MAPA) = ZEROS
              AND WRK-MAPA-LINHA = WRK-TM-MOEDA(WRK-IDX-MAPA)
                   MOVE WRK-TM-DEBITO(WRK-IDX-MAPA)
                       TO WRK-CONTA-DEBITO
                   MOVE WRK-TM-CREDITO(WRK-IDX-MAPA)
                       TO WRK-CONTA-CREDITO
                   MOVE 'S' TO WRK-SW-MAPA
           END-IF.
       0300-FINALIZAR.
           IF WRK-CUSTMED-ABERTO
                   CLOSE CUSTMED-FILE
           END-IF.
           IF WRK-PRODUCTS-ABERTO
                   CLOSE PRODUCTS-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY 'POSICOES VALORIZADAS ===> ' WRK-CONTADOR.
           DISPLAY 'MOVIMENTOS DE CMV DO MES ===> ' WRK-QTD-MOVTOS.
           DISPLAY 'ITENS SEM CUSTO ===> ' WRK-QTD-SEM-CUSTO.
           DISPLAY 'LANCAMENTOS NO RAZAO ===> ' WRK-QTD-LANCTOS.
           DISPLAY 'LOJAS REPOSTADAS (ESTORNO) ===> '
                   WRK-QTD-ESTORNOS.
           DISPLAY 'LOJAS PENDENTES SEM GLMAP ===> '
                   WRK-QTD-SEM-MAPA.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0097-DATAR-LANCAMENTO.
           MOVE GLJ-DATA TO GLJ-DATA-MOV.
           MOVE 'C'      TO WRK-PGL-FUNCAO.
           MOVE GLJ-DATA TO WRK-PGL-DATA.
           CALL 'PROGCOB125' USING WRK-PERIODO-GL.
           IF WRK-PGL-RESULTADO = 'D'
                   DISPLAY 'PERIODO CONTABIL FECHADO - LANCAMENTO DE '
                           GLJ-DATA-MOV ' DATADO EM ' WRK-PGL-DATA
           END-IF.
           MOVE WRK-PGL-DATA TO GLJ-DATA.
           MOVE 'PROGCOB115' TO GLJ-ORIGEM.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB115' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB115' TO OPLOG-PROGRAMA.
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
