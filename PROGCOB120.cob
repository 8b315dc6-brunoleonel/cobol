       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB120.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = DEMONSTRATIVO DE RESULTADO MENSAL POR LOJA
      *            COM TOTAIS REGIONAIS E DA EMPRESA
      * DATA = XX/XX/XXXX
      * 182 - VENDA BRUTA, DEVOLUCOES E CANCELAMENTOS
      *       (VENDMOV.DAT), VENDA LIQUIDA (SALES.DAT), CMV
      *       PELO CUSTO MEDIO (PRODSLS.DAT/CUSTMED.DAT, COMO
      *       A MARGEM DO PROGCOB117), MARGEM BRUTA, DESPESAS
      *       POR CONTA CONTABIL LANCADAS NO GLJOURNAL.DAT
      *       (CONTAS 61XXXXXX DO PROGCOB66 E CONTAS DE
      *       DEBITO DAS LINHAS 'MDR', 'CBK' E 'PDD' DO
      *       GLMAP.DAT) E CONTRIBUICAO DA LOJA; ROLLUP POR
      *       REGIAO (MASTER-REGIAO) E TOTAL DA EMPRESA, COM
      *       A VENDA LIQUIDA DO MESMO MES DO ANO ANTERIOR
      *       (SALESHST.DAT)
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-FILE ASSIGN TO 'SALES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SALES-CHAVE
               ALTERNATE RECORD KEY IS SALES-DATA
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-SALES.
           SELECT VENDMOV-FILE ASSIGN TO 'VENDMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VENDMOV.
           SELECT PRODSLS-FILE ASSIGN TO 'PRODSLS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PSL-CHAVE
               FILE STATUS IS WRK-FS-PRODSLS.
           SELECT PRODUCTS-FILE ASSIGN TO 'PRODUCTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUCTS.
           SELECT CUSTMED-FILE ASSIGN TO 'CUSTMED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMD-CHAVE
               FILE STATUS IS WRK-FS-CUSTMED.
           SELECT GLMAP-FILE ASSIGN TO 'GLMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLMAP.
           SELECT GLJOURNAL-FILE ASSIGN TO 'GLJOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLJOURNAL.
           SELECT SALESHST-FILE ASSIGN TO 'SALESHST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHST-CHAVE
               FILE STATUS IS WRK-FS-SALESHST.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WRK-FS-MASTER.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB120.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-FILE.
           COPY 'SALEREC.cob'.
       FD  VENDMOV-FILE.
           COPY 'VNDMREC.cob'.
       FD  PRODSLS-FILE.
           COPY 'PSLSREC.cob'.
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  CUSTMED-FILE.
           COPY 'CMEDREC.cob'.
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
       FD  SALESHST-FILE.
           COPY 'SHSTREC.cob'.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-SALES    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SALES==.
       77 WRK-FS-VENDMOV  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-VENDMOV==.
       77 WRK-FS-PRODSLS  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODSLS==.
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-CUSTMED  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTMED==.
       77 WRK-FS-GLMAP    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-GLMAP==.
       77 WRK-FS-GLJOURNAL PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-GLJOURNAL==.
       77 WRK-FS-SALESHST PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SALESHST==.
       77 WRK-FS-MASTER   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-CUSTO PIC 9(05) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-SW-CUSTMED  PIC X(01) VALUE 'N'.
           88 WRK-CUSTMED-ABERTO VALUE 'S'.
       77 WRK-SW-PRODUCTS PIC X(01) VALUE 'N'.
           88 WRK-PRODUCTS-ABERTO VALUE 'S'.
       77 WRK-SW-SALESHST PIC X(01) VALUE 'N'.
           88 WRK-SALESHST-ABERTO VALUE 'S'.
       77 WRK-SW-MASTER   PIC X(01) VALUE 'N'.
           88 WRK-MASTER-ABERTO VALUE 'S'.
       77 WRK-SW-ACHOU    PIC X(01) VALUE 'N'.
           88 WRK-ACHOU VALUE 'S'.
       77 WRK-SW-DETALHE  PIC X(01) VALUE 'N'.
           88 WRK-COM-DETALHE VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-ANOMES      PIC 9(06) VALUE ZEROS.
       01 WRK-MES-CONTABIL.
           02 WRK-MC-ANO  PIC 9(04).
           02 WRK-MC-MES  PIC 9(02).
       77 WRK-ANO-ANTERIOR PIC 9(04) VALUE ZEROS.
       77 WRK-CUSTO-UNIT  PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-CUSTO-ITEM  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-DESP  PIC S9(11)V99 VALUE ZEROS.
       01 WRK-TAB-LOJAS.
           02 WRK-TL-ENTRADA OCCURS 999 TIMES.
               03 WRK-TL-LIQUIDA  PIC S9(11)V99.
               03 WRK-TL-DEVOL    PIC S9(11)V99.
               03 WRK-TL-CMV      PIC S9(11)V99.
               03 WRK-TL-DESPESA  PIC S9(11)V99.
       01 WRK-TAB-REGIOES.
           02 WRK-TR-ENTRADA OCCURS 100 TIMES.
               03 WRK-TR-LIQUIDA  PIC S9(13)V99.
               03 WRK-TR-DEVOL    PIC S9(13)V99.
               03 WRK-TR-CMV      PIC S9(13)V99.
               03 WRK-TR-DESPESA  PIC S9(13)V99.
               03 WRK-TR-ANTERIOR PIC S9(13)V99.
               03 WRK-TR-LOJAS    PIC 9(03).
       01 WRK-TAB-CONTAS.
           02 WRK-TC-ENTRADA OCCURS 100 TIMES.
               03 WRK-TC-CONTA    PIC 9(08).
               03 WRK-TC-NOME     PIC X(20).
       77 WRK-QTD-CONTAS  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CONTA   PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-DESPESAS.
           02 WRK-TX-ENTRADA OCCURS 3000 TIMES.
               03 WRK-TX-LOJA     PIC 9(03).
               03 WRK-TX-CONTA    PIC 9(08).
               03 WRK-TX-VALOR    PIC S9(11)V99.
       77 WRK-QTD-DESP    PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-DESP    PIC 9(04) VALUE ZEROS.
       77 WRK-SW-AVISO-DESP PIC X(01) VALUE 'N'.
       77 WRK-IDX-LOJA    PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-REG     PIC 9(03) VALUE ZEROS.
       77 WRK-REGIAO-LOJA PIC 9(02) VALUE ZEROS.
       77 WRK-NOME-LOJA   PIC X(20) VALUE SPACES.
       77 WRK-NOME-REGIAO PIC X(20) VALUE SPACES.
       77 WRK-CONTA-BUSCA PIC 9(08) VALUE ZEROS.
       77 WRK-TIPO-DESP   PIC 9(02) VALUE ZEROS.
       01 WRK-DEMONSTRATIVO.
           02 WRK-PL-LIQUIDA  PIC S9(13)V99.
           02 WRK-PL-DEVOL    PIC S9(13)V99.
           02 WRK-PL-BRUTA    PIC S9(13)V99.
           02 WRK-PL-CMV      PIC S9(13)V99.
           02 WRK-PL-MARGEM   PIC S9(13)V99.
           02 WRK-PL-DESPESA  PIC S9(13)V99.
           02 WRK-PL-CONTRIB  PIC S9(13)V99.
           02 WRK-PL-ANTERIOR PIC S9(13)V99.
       01 WRK-EMPRESA.
           02 WRK-EMP-LIQUIDA  PIC S9(13)V99.
           02 WRK-EMP-DEVOL    PIC S9(13)V99.
           02 WRK-EMP-CMV      PIC S9(13)V99.
           02 WRK-EMP-DESPESA  PIC S9(13)V99.
           02 WRK-EMP-ANTERIOR PIC S9(13)V99.
       77 WRK-VALOR-PCT   PIC S9(13)V99 VALUE ZEROS.
       77 WRK-BASE-PCT    PIC S9(13)V99 VALUE ZEROS.
       77 WRK-PCT-CALC    PIC S9(05)V9 VALUE ZEROS.
       77 WRK-SW-PCT      PIC X(01) VALUE 'N'.
           88 WRK-PCT-PARTICIPACAO VALUE 'P'.
           88 WRK-PCT-CRESCIMENTO  VALUE 'C'.
       77 WRK-LOJA-ED     PIC 9(03) VALUE ZEROS.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-PL.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LP-ROTULO   PIC X(33).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-VALOR    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-PCT      PIC -ZZZ9,9.
           02 WRK-LP-SIMBOLO  PIC X(01).
           02 FILLER          PIC X(06) VALUE SPACES.
       01 WRK-ROTULO-DESP.
           02 FILLER          PIC X(04) VALUE '(-) '.
           02 WRK-RD-CONTA    PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-RD-NOME     PIC X(20).
       01 WRK-NOME-DESP-LOJA.
           02 FILLER          PIC X(13) VALUE 'DESPESA TIPO '.
           02 WRK-ND-TIPO     PIC 9(02).
           02 FILLER          PIC X(05) VALUE SPACES.
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
           PERFORM 0140-CARREGAR-MAPA.
           PERFORM 0200-APURAR-VENDAS.
           PERFORM 0220-APURAR-DEVOLUCOES.
           PERFORM 0240-APURAR-CMV.
           PERFORM 0260-APURAR-DESPESAS.
           PERFORM 0300-LISTAR-LOJAS.
           PERFORM 0400-LISTAR-REGIOES.
           PERFORM 0450-LISTAR-EMPRESA.
           PERFORM 0600-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE ZEROS TO WRK-TAB-LOJAS WRK-TAB-REGIOES WRK-EMPRESA.
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
           COMPUTE WRK-ANO-ANTERIOR = WRK-MC-ANO - 1.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RESULTADO POR LOJA' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- DEMONSTRATIVO DE RESULTADO DO MES '
                  WRK-ANOMES ' ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
       0120-OBTER-MES.
           DISPLAY 'MES A APURAR (AAAAMM, 000000 PARA O '
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
           MOVE ZEROS TO WRK-QTD-CONTAS.
           OPEN INPUT GLMAP-FILE.
           IF WRK-FS-GLMAP-OK
                   PERFORM 0150-LER-MAPA UNTIL WRK-FS-GLMAP = '10'
                   CLOSE GLMAP-FILE
           ELSE
                   DISPLAY 'GLMAP.DAT NAO ENCONTRADO - '
                           'DESPESAS SO DAS CONTAS 61XXXXXX'
           END-IF.
       0150-LER-MAPA.
           READ GLMAP-FILE
               AT END
                   MOVE '10' TO WRK-FS-GLMAP
               NOT AT END
                   IF MAP-MOEDA = 'MDR' OR MAP-MOEDA = 'CBK'
                      OR MAP-MOEDA = 'PDD'
                           MOVE MAP-CONTA-DEBITO TO WRK-CONTA-BUSCA
                           PERFORM 0160-BUSCAR-CONTA
                           IF NOT WRK-ACHOU AND WRK-QTD-CONTAS < 100
                                   ADD 1 TO WRK-QTD-CONTAS
                                   MOVE MAP-CONTA-DEBITO
                                       TO WRK-TC-CONTA(WRK-QTD-CONTAS)
                                   MOVE MAP-NOME-DEBITO
                                       TO WRK-TC-NOME(WRK-QTD-CONTAS)
                           END-IF
                   END-IF
           END-READ.
       0160-BUSCAR-CONTA.
           MOVE 'N'   TO WRK-SW-ACHOU.
           MOVE ZEROS TO WRK-IDX-CONTA.
           PERFORM 0165-COMPARAR-CONTA
                   UNTIL WRK-ACHOU OR WRK-IDX-CONTA >= WRK-QTD-CONTAS.
       0165-COMPARAR-CONTA.
           ADD 1 TO WRK-IDX-CONTA.
           IF WRK-TC-CONTA(WRK-IDX-CONTA) = WRK-CONTA-BUSCA
                   MOVE 'S' TO WRK-SW-ACHOU
           END-IF.
       0170-OBTER-CUSTO.
           MOVE ZEROS TO WRK-CUSTO-UNIT.
           IF WRK-CUSTMED-ABERTO
                   MOVE PSL-LOJA    TO CMD-LOJA
                   MOVE PSL-PRODUTO TO CMD-PRODUTO
                   READ CUSTMED-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CMD-CUSTO-MEDIO TO WRK-CUSTO-UNIT
                   END-READ
           END-IF.
           IF WRK-CUSTO-UNIT = ZEROS AND WRK-PRODUCTS-ABERTO
                   MOVE PSL-PRODUTO TO PROD-CODIGO
                   READ PRODUCTS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PROD-CUSTO TO WRK-CUSTO-UNIT
                   END-READ
           END-IF.
           IF WRK-CUSTO-UNIT = ZEROS
                   ADD 1 TO WRK-QTD-SEM-CUSTO
                   DISPLAY 'LOJA ' PSL-LOJA ' PRODUTO '
                           PSL-PRODUTO ' SEM CUSTO'
           END-IF.
       0200-APURAR-VENDAS.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT SALES-FILE.
           IF WRK-FS-SALES-OK
                   PERFORM 0210-LER-VENDA UNTIL WRK-FIM-VARRE
                   CLOSE SALES-FILE
           ELSE
                   DISPLAY 'SALES.DAT NAO ENCONTRADO'
           END-IF.
       0210-LER-VENDA.
           READ SALES-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF SALES-DATA(1:6) = WRK-ANOMES
                      AND SALES-LOJA > 0
                           ADD 1 TO WRK-CONTADOR
                           ADD SALES-TOTAL
                               TO WRK-TL-LIQUIDA(SALES-LOJA)
                   END-IF
           END-READ.
       0220-APURAR-DEVOLUCOES.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT VENDMOV-FILE.
           IF WRK-FS-VENDMOV-OK
                   PERFORM 0230-LER-MOVIMENTO UNTIL WRK-FIM-VARRE
                   CLOSE VENDMOV-FILE
           ELSE
                   DISPLAY 'VENDMOV.DAT NAO ENCONTRADO - '
                           'DEVOLUCOES NAO DESTACADAS'
           END-IF.
       0230-LER-MOVIMENTO.
           READ VENDMOV-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF VNM-DATA(1:6) = WRK-ANOMES AND VNM-LOJA > 0
                      AND NOT VNM-VENDA
                           ADD VNM-VALOR TO WRK-TL-DEVOL(VNM-LOJA)
                   END-IF
           END-READ.
       0240-APURAR-CMV.
           OPEN INPUT CUSTMED-FILE.
           IF WRK-FS-CUSTMED-OK
                   MOVE 'S' TO WRK-SW-CUSTMED
           ELSE
                   DISPLAY 'CUSTMED.DAT NAO ENCONTRADO - '
                           'CUSTO PELO PROD-CUSTO'
           END-IF.
           OPEN INPUT PRODUCTS-FILE.
           IF WRK-FS-PRODUCTS-OK
                   MOVE 'S' TO WRK-SW-PRODUCTS
           ELSE
                   DISPLAY 'PRODUCTS.DAT NAO ENCONTRADO'
           END-IF.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT PRODSLS-FILE.
           IF WRK-FS-PRODSLS-OK
                   PERFORM 0250-LER-PRODUTO UNTIL WRK-FIM-VARRE
                   CLOSE PRODSLS-FILE
           ELSE
                   DISPLAY 'PRODSLS.DAT NAO ENCONTRADO - SEM CMV'
           END-IF.
           IF WRK-CUSTMED-ABERTO
                   CLOSE CUSTMED-FILE
           END-IF.
           IF WRK-PRODUCTS-ABERTO
                   CLOSE PRODUCTS-FILE
           END-IF.
       0250-LER-PRODUTO.
           READ PRODSLS-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF PSL-DATA(1:6) = WRK-ANOMES AND PSL-LOJA > 0
                           PERFORM 0170-OBTER-CUSTO
                           COMPUTE WRK-CUSTO-ITEM ROUNDED =
                                   PSL-QTDE * WRK-CUSTO-UNIT
                           ADD WRK-CUSTO-ITEM
                               TO WRK-TL-CMV(PSL-LOJA)
                   END-IF
           END-READ.
       0260-APURAR-DESPESAS.
           MOVE ZEROS TO WRK-QTD-DESP.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT GLJOURNAL-FILE.
           IF WRK-FS-GLJOURNAL-OK
                   PERFORM 0270-LER-LANCAMENTO UNTIL WRK-FIM-VARRE
                   CLOSE GLJOURNAL-FILE
           ELSE
                   DISPLAY 'GLJOURNAL.DAT NAO ENCONTRADO - '
                           'SEM DESPESAS'
           END-IF.
       0270-LER-LANCAMENTO.
           READ GLJOURNAL-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF GLJ-DATA(1:6) = WRK-ANOMES AND GLJ-LOJA > 0
                           PERFORM 0275-CLASSIFICAR-LANCAMENTO
                   END-IF
           END-READ.
       0275-CLASSIFICAR-LANCAMENTO.
           MOVE GLJ-CONTA TO WRK-CONTA-BUSCA.
           PERFORM 0160-BUSCAR-CONTA.
           IF GLJ-CONTA >= 61000000 AND GLJ-CONTA <= 61999999
                   MOVE 'S' TO WRK-SW-ACHOU
           END-IF.
           IF WRK-ACHOU
                   IF GLJ-TIPO = 'C'
                           COMPUTE WRK-VALOR-DESP = 0 - GLJ-VALOR
                   ELSE
                           MOVE GLJ-VALOR TO WRK-VALOR-DESP
                   END-IF
                   ADD WRK-VALOR-DESP TO WRK-TL-DESPESA(GLJ-LOJA)
                   PERFORM 0280-ACUMULAR-DESPESA
           END-IF.
       0280-ACUMULAR-DESPESA.
           MOVE 'N'   TO WRK-SW-ACHOU.
           MOVE ZEROS TO WRK-IDX-DESP.
           PERFORM 0285-COMPARAR-DESPESA
                   UNTIL WRK-ACHOU OR WRK-IDX-DESP >= WRK-QTD-DESP.
           IF NOT WRK-ACHOU
                   IF WRK-QTD-DESP < 3000
                           ADD 1 TO WRK-QTD-DESP
                           MOVE WRK-QTD-DESP TO WRK-IDX-DESP
                           MOVE GLJ-LOJA  TO WRK-TX-LOJA(WRK-IDX-DESP)
                           MOVE GLJ-CONTA TO WRK-TX-CONTA(WRK-IDX-DESP)
                           MOVE ZEROS     TO WRK-TX-VALOR(WRK-IDX-DESP)
                           MOVE 'S' TO WRK-SW-ACHOU
                   ELSE
                           IF WRK-SW-AVISO-DESP = 'N'
                                   DISPLAY 'TABELA DE DESPESAS CHEIA - '
                                           'DETALHE INCOMPLETO'
                                   MOVE 'S' TO WRK-SW-AVISO-DESP
                           END-IF
                   END-IF
           END-IF.
           IF WRK-ACHOU
                   ADD WRK-VALOR-DESP TO WRK-TX-VALOR(WRK-IDX-DESP)
           END-IF.
       0285-COMPARAR-DESPESA.
           ADD 1 TO WRK-IDX-DESP.
           IF WRK-TX-LOJA(WRK-IDX-DESP) = GLJ-LOJA
              AND WRK-TX-CONTA(WRK-IDX-DESP) = GLJ-CONTA
                   MOVE 'S' TO WRK-SW-ACHOU
           END-IF.
       0300-LISTAR-LOJAS.
           OPEN INPUT SALESHST-FILE.
           IF WRK-FS-SALESHST-OK
                   MOVE 'S' TO WRK-SW-SALESHST
           ELSE
                   DISPLAY 'SALESHST.DAT NAO ENCONTRADO - '
                           'SEM ANO ANTERIOR'
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WRK-FS-MASTER-OK
                   MOVE 'S' TO WRK-SW-MASTER
           ELSE
                   DISPLAY 'MASTER.DAT NAO ENCONTRADO - '
                           'LOJAS SEM REGIAO'
           END-IF.
           MOVE ZEROS TO WRK-IDX-LOJA.
           PERFORM 0310-LISTAR-LOJA UNTIL WRK-IDX-LOJA >= 999.
           IF WRK-SALESHST-ABERTO
                   CLOSE SALESHST-FILE
           END-IF.
       0310-LISTAR-LOJA.
           ADD 1 TO WRK-IDX-LOJA.
           MOVE ZEROS TO WRK-PL-ANTERIOR.
           IF WRK-SALESHST-ABERTO
                   MOVE WRK-IDX-LOJA     TO SHST-LOJA
                   MOVE WRK-ANO-ANTERIOR TO SHST-ANO
                   MOVE WRK-MC-MES       TO SHST-MES
                   READ SALESHST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SHST-TOTAL TO WRK-PL-ANTERIOR
                   END-READ
           END-IF.
           IF WRK-TL-LIQUIDA(WRK-IDX-LOJA) NOT = ZEROS
              OR WRK-TL-DEVOL(WRK-IDX-LOJA) NOT = ZEROS
              OR WRK-TL-CMV(WRK-IDX-LOJA) NOT = ZEROS
              OR WRK-TL-DESPESA(WRK-IDX-LOJA) NOT = ZEROS
              OR WRK-PL-ANTERIOR NOT = ZEROS
                   PERFORM 0320-CONSULTAR-LOJA
                   MOVE WRK-TL-LIQUIDA(WRK-IDX-LOJA)
                       TO WRK-PL-LIQUIDA
                   MOVE WRK-TL-DEVOL(WRK-IDX-LOJA)   TO WRK-PL-DEVOL
                   MOVE WRK-TL-CMV(WRK-IDX-LOJA)     TO WRK-PL-CMV
                   MOVE WRK-TL-DESPESA(WRK-IDX-LOJA)
                       TO WRK-PL-DESPESA
                   MOVE SPACES TO WRK-LINHA-TITULO
                   MOVE WRK-IDX-LOJA TO WRK-LOJA-ED
                   STRING 'LOJA ' WRK-LOJA-ED ' '
                          WRK-NOME-LOJA ' REGIAO ' WRK-REGIAO-LOJA
                          DELIMITED BY SIZE INTO WRK-LINHA-TITULO
                   WRITE REP-LINHA FROM WRK-LINHA-TITULO
                   DISPLAY WRK-LINHA-TITULO
                   MOVE 'S' TO WRK-SW-DETALHE
                   PERFORM 0500-IMPRIMIR-DEMONSTRATIVO
                   PERFORM 0330-ACUMULAR-REGIAO
           END-IF.
       0320-CONSULTAR-LOJA.
           MOVE 'LOJA NAO CADASTRADA' TO WRK-NOME-LOJA.
           MOVE ZEROS TO WRK-REGIAO-LOJA.
           IF WRK-MASTER-ABERTO
                   MOVE 'L'          TO MASTER-TIPO
                   MOVE WRK-IDX-LOJA TO MASTER-CODIGO
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MASTER-NOME   TO WRK-NOME-LOJA
                           MOVE MASTER-REGIAO TO WRK-REGIAO-LOJA
                   END-READ
           END-IF.
       0330-ACUMULAR-REGIAO.
           COMPUTE WRK-IDX-REG = WRK-REGIAO-LOJA + 1.
           ADD WRK-PL-LIQUIDA  TO WRK-TR-LIQUIDA(WRK-IDX-REG)
                                  WRK-EMP-LIQUIDA.
           ADD WRK-PL-DEVOL    TO WRK-TR-DEVOL(WRK-IDX-REG)
                                  WRK-EMP-DEVOL.
           ADD WRK-PL-CMV      TO WRK-TR-CMV(WRK-IDX-REG)
                                  WRK-EMP-CMV.
           ADD WRK-PL-DESPESA  TO WRK-TR-DESPESA(WRK-IDX-REG)
                                  WRK-EMP-DESPESA.
           ADD WRK-PL-ANTERIOR TO WRK-TR-ANTERIOR(WRK-IDX-REG)
                                  WRK-EMP-ANTERIOR.
           ADD 1 TO WRK-TR-LOJAS(WRK-IDX-REG).
       0400-LISTAR-REGIOES.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- TOTAIS POR REGIAO ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           MOVE 'N' TO WRK-SW-DETALHE.
           MOVE ZEROS TO WRK-IDX-REG.
           PERFORM 0410-LISTAR-REGIAO UNTIL WRK-IDX-REG >= 100.
           IF WRK-MASTER-ABERTO
                   CLOSE MASTER-FILE
           END-IF.
       0410-LISTAR-REGIAO.
           ADD 1 TO WRK-IDX-REG.
           IF WRK-TR-LOJAS(WRK-IDX-REG) > 0
                   COMPUTE WRK-REGIAO-LOJA = WRK-IDX-REG - 1
                   PERFORM 0420-CONSULTAR-REGIAO
                   MOVE SPACES TO WRK-LINHA-TITULO
                   STRING 'REGIAO ' WRK-REGIAO-LOJA ' '
                          WRK-NOME-REGIAO ' LOJAS '
                          WRK-TR-LOJAS(WRK-IDX-REG)
                          DELIMITED BY SIZE INTO WRK-LINHA-TITULO
                   WRITE REP-LINHA FROM WRK-LINHA-TITULO
                   DISPLAY WRK-LINHA-TITULO
                   MOVE WRK-TR-LIQUIDA(WRK-IDX-REG)  TO WRK-PL-LIQUIDA
                   MOVE WRK-TR-DEVOL(WRK-IDX-REG)    TO WRK-PL-DEVOL
                   MOVE WRK-TR-CMV(WRK-IDX-REG)      TO WRK-PL-CMV
                   MOVE WRK-TR-DESPESA(WRK-IDX-REG)  TO WRK-PL-DESPESA
                   MOVE WRK-TR-ANTERIOR(WRK-IDX-REG)
                       TO WRK-PL-ANTERIOR
                   PERFORM 0500-IMPRIMIR-DEMONSTRATIVO
           END-IF.
       0420-CONSULTAR-REGIAO.
           MOVE 'SEM REGIAO' TO WRK-NOME-REGIAO.
           IF WRK-MASTER-ABERTO AND WRK-REGIAO-LOJA > 0
                   MOVE 'REGIAO NAO CADASTRADA' TO WRK-NOME-REGIAO
                   MOVE 'R'             TO MASTER-TIPO
                   MOVE WRK-REGIAO-LOJA TO MASTER-CODIGO
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MASTER-NOME TO WRK-NOME-REGIAO
                   END-READ
           END-IF.
       0450-LISTAR-EMPRESA.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- TOTAL DA EMPRESA ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           MOVE 'N' TO WRK-SW-DETALHE.
           MOVE WRK-EMP-LIQUIDA  TO WRK-PL-LIQUIDA.
           MOVE WRK-EMP-DEVOL    TO WRK-PL-DEVOL.
           MOVE WRK-EMP-CMV      TO WRK-PL-CMV.
           MOVE WRK-EMP-DESPESA  TO WRK-PL-DESPESA.
           MOVE WRK-EMP-ANTERIOR TO WRK-PL-ANTERIOR.
           PERFORM 0500-IMPRIMIR-DEMONSTRATIVO.
       0500-IMPRIMIR-DEMONSTRATIVO.
           COMPUTE WRK-PL-BRUTA   = WRK-PL-LIQUIDA + WRK-PL-DEVOL.
           COMPUTE WRK-PL-MARGEM  = WRK-PL-LIQUIDA - WRK-PL-CMV.
           COMPUTE WRK-PL-CONTRIB = WRK-PL-MARGEM - WRK-PL-DESPESA.
           MOVE WRK-PL-LIQUIDA TO WRK-BASE-PCT.
           MOVE 'N' TO WRK-SW-PCT.
           MOVE 'VENDA BRUTA' TO WRK-LP-ROTULO.
           MOVE WRK-PL-BRUTA  TO WRK-VALOR-PCT.
           PERFORM 0550-IMPRIMIR-LINHA.
           MOVE '(-) DEVOLUCOES E CANCELAMENTOS' TO WRK-LP-ROTULO.
           MOVE WRK-PL-DEVOL  TO WRK-VALOR-PCT.
           PERFORM 0550-IMPRIMIR-LINHA.
           MOVE 'VENDA LIQUIDA' TO WRK-LP-ROTULO.
           MOVE WRK-PL-LIQUIDA  TO WRK-VALOR-PCT.
           PERFORM 0550-IMPRIMIR-LINHA.
           MOVE 'P' TO WRK-SW-PCT.
           MOVE '(-) CUSTO DAS MERCADORIAS' TO WRK-LP-ROTULO.
           MOVE WRK-PL-CMV TO WRK-VALOR-PCT.
           PERFORM 0550-IMPRIMIR-LINHA.
           MOVE 'MARGEM BRUTA'  TO WRK-LP-ROTULO.
           MOVE WRK-PL-MARGEM   TO WRK-VALOR-PCT.
           PERFORM 0550-IMPRIMIR-LINHA.
           IF WRK-COM-DETALHE
                   MOVE ZEROS TO WRK-IDX-DESP
                   PERFORM 0510-IMPRIMIR-DESPESA
                           UNTIL WRK-IDX-DESP >= WRK-QTD-DESP
           END-IF.
           MOVE '(-) TOTAL DAS DESPESAS' TO WRK-LP-ROTULO.
           MOVE WRK-PL-DESPESA TO WRK-VALOR-PCT.
           PERFORM 0550-IMPRIMIR-LINHA.
           MOVE 'CONTRIBUICAO' TO WRK-LP-ROTULO.
           MOVE WRK-PL-CONTRIB TO WRK-VALOR-PCT.
           PERFORM 0550-IMPRIMIR-LINHA.
           MOVE 'VENDA LIQUIDA ANO ANTERIOR/CRESC' TO WRK-LP-ROTULO.
           MOVE WRK-PL-ANTERIOR TO WRK-VALOR-PCT.
           MOVE WRK-PL-ANTERIOR TO WRK-BASE-PCT.
           MOVE 'C' TO WRK-SW-PCT.
           PERFORM 0550-IMPRIMIR-LINHA.
       0510-IMPRIMIR-DESPESA.
           ADD 1 TO WRK-IDX-DESP.
           IF WRK-TX-LOJA(WRK-IDX-DESP) = WRK-IDX-LOJA
                   MOVE WRK-TX-CONTA(WRK-IDX-DESP) TO WRK-CONTA-BUSCA
                   PERFORM 0160-BUSCAR-CONTA
                   IF WRK-ACHOU
                           MOVE WRK-TC-NOME(WRK-IDX-CONTA)
                               TO WRK-RD-NOME
                   ELSE
                           COMPUTE WRK-TIPO-DESP =
                                   WRK-CONTA-BUSCA - 61000000
                           MOVE WRK-TIPO-DESP TO WRK-ND-TIPO
                           MOVE WRK-NOME-DESP-LOJA TO WRK-RD-NOME
                   END-IF
                   MOVE WRK-CONTA-BUSCA  TO WRK-RD-CONTA
                   MOVE WRK-ROTULO-DESP  TO WRK-LP-ROTULO
                   MOVE WRK-TX-VALOR(WRK-IDX-DESP) TO WRK-VALOR-PCT
                   PERFORM 0550-IMPRIMIR-LINHA
           END-IF.
       0550-IMPRIMIR-LINHA.
           MOVE WRK-VALOR-PCT TO WRK-LP-VALOR.
           MOVE ZEROS  TO WRK-LP-PCT.
           MOVE SPACES TO WRK-LP-SIMBOLO.
           IF WRK-PCT-PARTICIPACAO AND WRK-BASE-PCT NOT = ZEROS
                   COMPUTE WRK-PCT-CALC ROUNDED =
                           (WRK-VALOR-PCT * 100) / WRK-BASE-PCT
                   MOVE WRK-PCT-CALC TO WRK-LP-PCT
                   MOVE '%' TO WRK-LP-SIMBOLO
           END-IF.
           IF WRK-PCT-CRESCIMENTO AND WRK-BASE-PCT NOT = ZEROS
                   COMPUTE WRK-PCT-CALC ROUNDED =
                           ((WRK-PL-LIQUIDA - WRK-BASE-PCT) * 100)
                           / WRK-BASE-PCT
                   MOVE WRK-PCT-CALC TO WRK-LP-PCT
                   MOVE '%' TO WRK-LP-SIMBOLO
           END-IF.
           WRITE REP-LINHA FROM WRK-LINHA-PL.
           DISPLAY WRK-LINHA-PL.
       0600-FINALIZAR.
           CLOSE REPORT-FILE.
           DISPLAY 'DIAS DE LOJA NO MES ===> ' WRK-CONTADOR.
           DISPLAY 'ITENS SEM CUSTO ===> ' WRK-QTD-SEM-CUSTO.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB120' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB120' TO OPLOG-PROGRAMA.
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
