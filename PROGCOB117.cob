       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB117.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = VENDAS E MARGEM POR DEPARTAMENTO, POR LOJA
      *            E MES, COM SUBTOTAL POR GRUPO DE CATEGORIA
      *            (PRODSLS.DAT X PRODUCTS.DAT X DEPTOS.DAT)
      * DATA = XX/XX/XXXX
      * 179 - VENDA, CUSTO E MARGEM DO MES POR LOJA E
      *       DEPARTAMENTO (PROD-DEPTO), AGRUPADOS PELO
      *       DEP-GRUPO DO DEPTOS.DAT COM SUBTOTAL POR GRUPO,
      *       TOTAL DA LOJA E TOTAL GERAL POR GRUPO. CUSTO
      *       PELO CUSTO MEDIO DA LOJA EM CUSTMED.DAT (SEM
      *       CUSTO MEDIO VALE O PROD-CUSTO); DEPARTAMENTO
      *       FORA DO MESTRE SAI NO GRUPO 'NAO CADASTR.'
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT DEPTOS-FILE ASSIGN TO 'DEPTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WRK-FS-DEPTOS.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB117.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODSLS-FILE.
           COPY 'PSLSREC.cob'.
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  CUSTMED-FILE.
           COPY 'CMEDREC.cob'.
       FD  DEPTOS-FILE.
           COPY 'DEPTREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-PRODSLS  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODSLS==.
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-CUSTMED  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTMED==.
       77 WRK-FS-DEPTOS   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-DEPTOS==.
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
       77 WRK-SW-TEM-LOJA PIC X(01) VALUE 'N'.
           88 WRK-TEM-LOJA VALUE 'S'.
       77 WRK-SW-GRUPO    PIC X(01) VALUE 'N'.
           88 WRK-GRUPO-ACHADO VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 WRK-MES-CONTABIL.
           02 WRK-MC-ANO  PIC 9(04).
           02 WRK-MC-MES  PIC 9(02).
       77 WRK-ANOMES      PIC 9(06) VALUE ZEROS.
       77 WRK-LOJA-ATUAL  PIC 9(03) VALUE ZEROS.
       77 WRK-DEPTO       PIC 9(02) VALUE ZEROS.
       77 WRK-CUSTO-UNIT  PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-CUSTO-ITEM  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-IDX-DEP     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-GRP     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-BUSCA   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-GRUPOS  PIC 9(03) VALUE ZEROS.
       77 WRK-GRUPO-BUSCA PIC X(12) VALUE SPACES.
       77 WRK-VENDA-TOT   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CUSTO-TOT   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-MARGEM      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-MARGEM-PERC PIC S9(03)V99 VALUE ZEROS.
       77 WRK-SUB-VENDA   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SUB-CUSTO   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-LOJA-VENDA  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-LOJA-CUSTO  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-GER-VENDA   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-GER-CUSTO   PIC S9(11)V99 VALUE ZEROS.
       01 WRK-TAB-DEPTOS.
           02 WRK-TD-ENTRADA OCCURS 100 TIMES.
               03 WRK-TD-NOME   PIC X(20).
               03 WRK-TD-GRUPO  PIC X(12).
       01 WRK-TAB-GRUPOS.
           02 WRK-TG-ENTRADA OCCURS 101 TIMES.
               03 WRK-TG-NOME   PIC X(12).
               03 WRK-TG-VENDA  PIC S9(11)V99.
               03 WRK-TG-CUSTO  PIC S9(11)V99.
       01 WRK-TAB-DEPTO-LOJA.
           02 WRK-TDL-ENTRADA OCCURS 100 TIMES.
               03 WRK-TDL-VENDA PIC S9(11)V99.
               03 WRK-TDL-CUSTO PIC S9(11)V99.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-VALORES.
           02 WRK-LV-ROTULO   PIC X(21).
           02 FILLER          PIC X(05) VALUE ' VND '.
           02 WRK-LV-VENDA    PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(05) VALUE ' MRG '.
           02 WRK-LV-MARGEM   PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LV-PERC     PIC -ZZ9,99.
           02 FILLER          PIC X(01) VALUE '%'.
       01 WRK-ROTULO-DEPTO.
           02 FILLER          PIC X(03) VALUE 'DP '.
           02 WRK-RD-DEPTO    PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-RD-NOME     PIC X(15).
       01 WRK-ROTULO-GRUPO.
           02 FILLER          PIC X(09) VALUE 'SUBTOTAL '.
           02 WRK-RG-GRUPO    PIC X(12).
       01 WRK-ROTULO-LOJA.
           02 FILLER          PIC X(11) VALUE 'TOTAL LOJA '.
           02 WRK-RL-LOJA     PIC 9(03).
           02 FILLER          PIC X(07) VALUE SPACES.
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
           CLOSE PRODSLS-FILE.
           IF WRK-TEM-LOJA
                   PERFORM 0220-FECHAR-LOJA
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE ZEROS TO WRK-TAB-DEPTO-LOJA.
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
           PERFORM 0140-CARREGAR-DEPTOS.
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
           OPEN INPUT PRODSLS-FILE.
           IF NOT WRK-FS-PRODSLS-OK
                   DISPLAY 'PRODSLS.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'VENDAS POR DEPTO' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
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
       0140-CARREGAR-DEPTOS.
           MOVE ZEROS TO WRK-IDX-DEP WRK-QTD-GRUPOS.
           PERFORM 0145-INICIAR-DEPTO UNTIL WRK-IDX-DEP >= 100.
           OPEN INPUT DEPTOS-FILE.
           IF WRK-FS-DEPTOS-OK
                   PERFORM 0150-LER-DEPTO
                           UNTIL WRK-FS-DEPTOS = '10'
                   CLOSE DEPTOS-FILE
           ELSE
                   DISPLAY 'DEPTOS.DAT NAO ENCONTRADO - '
                           'DEPARTAMENTOS SEM GRUPO'
           END-IF.
           MOVE 'NAO CADASTR.' TO WRK-GRUPO-BUSCA.
           PERFORM 0160-INCLUIR-GRUPO.
       0145-INICIAR-DEPTO.
           ADD 1 TO WRK-IDX-DEP.
           MOVE 'NAO CADASTRADO' TO WRK-TD-NOME(WRK-IDX-DEP).
           MOVE 'NAO CADASTR.'   TO WRK-TD-GRUPO(WRK-IDX-DEP).
       0150-LER-DEPTO.
           READ DEPTOS-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-DEPTOS
               NOT AT END
                   COMPUTE WRK-IDX-DEP = DEP-CODIGO + 1
                   MOVE DEP-NOME TO WRK-TD-NOME(WRK-IDX-DEP)
                   IF DEP-GRUPO = SPACES
                           MOVE 'SEM GRUPO' TO WRK-GRUPO-BUSCA
                   ELSE
                           MOVE DEP-GRUPO TO WRK-GRUPO-BUSCA
                   END-IF
                   MOVE WRK-GRUPO-BUSCA
                       TO WRK-TD-GRUPO(WRK-IDX-DEP)
                   PERFORM 0160-INCLUIR-GRUPO
           END-READ.
       0160-INCLUIR-GRUPO.
           MOVE 'N' TO WRK-SW-GRUPO.
           MOVE ZEROS TO WRK-IDX-BUSCA.
           PERFORM 0165-COMPARAR-GRUPO
                   UNTIL WRK-GRUPO-ACHADO
                      OR WRK-IDX-BUSCA >= WRK-QTD-GRUPOS.
           IF NOT WRK-GRUPO-ACHADO
                   ADD 1 TO WRK-QTD-GRUPOS
                   MOVE WRK-GRUPO-BUSCA
                       TO WRK-TG-NOME(WRK-QTD-GRUPOS)
                   MOVE ZEROS TO WRK-TG-VENDA(WRK-QTD-GRUPOS)
                                 WRK-TG-CUSTO(WRK-QTD-GRUPOS)
           END-IF.
       0165-COMPARAR-GRUPO.
           ADD 1 TO WRK-IDX-BUSCA.
           IF WRK-TG-NOME(WRK-IDX-BUSCA) = WRK-GRUPO-BUSCA
                   MOVE 'S' TO WRK-SW-GRUPO
           END-IF.
       0170-OBTER-CUSTO.
           MOVE ZEROS TO WRK-CUSTO-UNIT WRK-DEPTO.
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
           IF WRK-PRODUCTS-ABERTO
                   MOVE PSL-PRODUTO TO PROD-CODIGO
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
                   DISPLAY 'LOJA ' PSL-LOJA ' PRODUTO '
                           PSL-PRODUTO ' SEM CUSTO'
           END-IF.
       0200-PROCESSAR.
           READ PRODSLS-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF PSL-DATA(1:6) = WRK-ANOMES
                      AND PSL-LOJA > 0
                           PERFORM 0210-APURAR-ITEM
                   END-IF
           END-READ.
       0210-APURAR-ITEM.
           IF WRK-TEM-LOJA AND PSL-LOJA NOT = WRK-LOJA-ATUAL
                   PERFORM 0220-FECHAR-LOJA
           END-IF.
           MOVE PSL-LOJA TO WRK-LOJA-ATUAL.
           MOVE 'S'      TO WRK-SW-TEM-LOJA.
           ADD 1 TO WRK-CONTADOR.
           PERFORM 0170-OBTER-CUSTO.
           COMPUTE WRK-CUSTO-ITEM ROUNDED =
                   PSL-QTDE * WRK-CUSTO-UNIT.
           COMPUTE WRK-IDX-DEP = WRK-DEPTO + 1.
           ADD PSL-VALOR      TO WRK-TDL-VENDA(WRK-IDX-DEP).
           ADD WRK-CUSTO-ITEM TO WRK-TDL-CUSTO(WRK-IDX-DEP).
       0220-FECHAR-LOJA.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- LOJA ' WRK-LOJA-ATUAL ' - MES '
                  WRK-ANOMES ' ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           MOVE ZEROS TO WRK-LOJA-VENDA WRK-LOJA-CUSTO
                         WRK-IDX-GRP.
           PERFORM 0230-LISTAR-GRUPO-LOJA
                   UNTIL WRK-IDX-GRP >= WRK-QTD-GRUPOS.
           MOVE WRK-LOJA-ATUAL TO WRK-RL-LOJA.
           MOVE WRK-ROTULO-LOJA TO WRK-LV-ROTULO.
           MOVE WRK-LOJA-VENDA TO WRK-VENDA-TOT.
           MOVE WRK-LOJA-CUSTO TO WRK-CUSTO-TOT.
           PERFORM 0280-IMPRIMIR-VALORES.
           ADD WRK-LOJA-VENDA TO WRK-GER-VENDA.
           ADD WRK-LOJA-CUSTO TO WRK-GER-CUSTO.
           MOVE ZEROS TO WRK-TAB-DEPTO-LOJA.
       0230-LISTAR-GRUPO-LOJA.
           ADD 1 TO WRK-IDX-GRP.
           MOVE ZEROS TO WRK-SUB-VENDA WRK-SUB-CUSTO WRK-IDX-DEP.
           PERFORM 0235-LISTAR-DEPTO-LOJA UNTIL WRK-IDX-DEP >= 100.
           IF WRK-SUB-VENDA NOT = ZEROS
              OR WRK-SUB-CUSTO NOT = ZEROS
                   MOVE WRK-TG-NOME(WRK-IDX-GRP) TO WRK-RG-GRUPO
                   MOVE WRK-ROTULO-GRUPO TO WRK-LV-ROTULO
                   MOVE WRK-SUB-VENDA TO WRK-VENDA-TOT
                   MOVE WRK-SUB-CUSTO TO WRK-CUSTO-TOT
                   PERFORM 0280-IMPRIMIR-VALORES
                   ADD WRK-SUB-VENDA TO WRK-LOJA-VENDA
                                        WRK-TG-VENDA(WRK-IDX-GRP)
                   ADD WRK-SUB-CUSTO TO WRK-LOJA-CUSTO
                                        WRK-TG-CUSTO(WRK-IDX-GRP)
           END-IF.
       0235-LISTAR-DEPTO-LOJA.
           ADD 1 TO WRK-IDX-DEP.
           IF WRK-TD-GRUPO(WRK-IDX-DEP) = WRK-TG-NOME(WRK-IDX-GRP)
              AND (WRK-TDL-VENDA(WRK-IDX-DEP) NOT = ZEROS
                   OR WRK-TDL-CUSTO(WRK-IDX-DEP) NOT = ZEROS)
                   COMPUTE WRK-RD-DEPTO = WRK-IDX-DEP - 1
                   MOVE WRK-TD-NOME(WRK-IDX-DEP) TO WRK-RD-NOME
                   MOVE WRK-ROTULO-DEPTO TO WRK-LV-ROTULO
                   MOVE WRK-TDL-VENDA(WRK-IDX-DEP) TO WRK-VENDA-TOT
                   MOVE WRK-TDL-CUSTO(WRK-IDX-DEP) TO WRK-CUSTO-TOT
                   PERFORM 0280-IMPRIMIR-VALORES
                   ADD WRK-TDL-VENDA(WRK-IDX-DEP) TO WRK-SUB-VENDA
                   ADD WRK-TDL-CUSTO(WRK-IDX-DEP) TO WRK-SUB-CUSTO
           END-IF.
       0250-LISTAR-GRUPO-GERAL.
           ADD 1 TO WRK-IDX-GRP.
           IF WRK-TG-VENDA(WRK-IDX-GRP) NOT = ZEROS
              OR WRK-TG-CUSTO(WRK-IDX-GRP) NOT = ZEROS
                   MOVE WRK-TG-NOME(WRK-IDX-GRP) TO WRK-RG-GRUPO
                   MOVE WRK-ROTULO-GRUPO TO WRK-LV-ROTULO
                   MOVE WRK-TG-VENDA(WRK-IDX-GRP) TO WRK-VENDA-TOT
                   MOVE WRK-TG-CUSTO(WRK-IDX-GRP) TO WRK-CUSTO-TOT
                   PERFORM 0280-IMPRIMIR-VALORES
           END-IF.
       0280-IMPRIMIR-VALORES.
           COMPUTE WRK-MARGEM = WRK-VENDA-TOT - WRK-CUSTO-TOT.
           IF WRK-VENDA-TOT NOT = ZEROS
                   COMPUTE WRK-MARGEM-PERC ROUNDED =
                           (WRK-MARGEM * 100) / WRK-VENDA-TOT
           ELSE
                   MOVE ZEROS TO WRK-MARGEM-PERC
           END-IF.
           MOVE WRK-VENDA-TOT   TO WRK-LV-VENDA.
           MOVE WRK-MARGEM      TO WRK-LV-MARGEM.
           MOVE WRK-MARGEM-PERC TO WRK-LV-PERC.
           WRITE REP-LINHA FROM WRK-LINHA-VALORES.
           DISPLAY WRK-LINHA-VALORES.
       0300-FINALIZAR.
           IF WRK-CUSTMED-ABERTO
                   CLOSE CUSTMED-FILE
           END-IF.
           IF WRK-PRODUCTS-ABERTO
                   CLOSE PRODUCTS-FILE
           END-IF.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- TODAS AS LOJAS - MES ' WRK-ANOMES ' ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           MOVE ZEROS TO WRK-IDX-GRP.
           PERFORM 0250-LISTAR-GRUPO-GERAL
                   UNTIL WRK-IDX-GRP >= WRK-QTD-GRUPOS.
           MOVE 'TOTAL GERAL' TO WRK-LV-ROTULO.
           MOVE WRK-GER-VENDA TO WRK-VENDA-TOT.
           MOVE WRK-GER-CUSTO TO WRK-CUSTO-TOT.
           PERFORM 0280-IMPRIMIR-VALORES.
           CLOSE REPORT-FILE.
           DISPLAY 'ITENS APURADOS ===> ' WRK-CONTADOR.
           DISPLAY 'ITENS SEM CUSTO ===> ' WRK-QTD-SEM-CUSTO.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB117' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB117' TO OPLOG-PROGRAMA.
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
