       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB114.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = AFINIDADE DE PRODUTOS (CESTA DE COMPRAS)
      *            PELAS LINHAS DE TICKET DO CUSTHIST.DAT
      *            OU DO MOVIMENTO VENDAS.IN
      * DATA = XX/XX/XXXX
      * 177 - AGRUPA AS LINHAS DE VENDA POR LOJA, DATA E
      *       TICKET, CONTA OS TICKETS EM QUE CADA PAR DE
      *       PRODUTOS APARECE JUNTO E CALCULA SUPORTE (%
      *       DOS TICKETS) E LIFT (SUPORTE DO PAR SOBRE O
      *       PRODUTO DOS SUPORTES INDIVIDUAIS). IMPRIME OS
      *       20 MAIORES PARES DO PERIODO E OS 5 MAIORES
      *       DE CADA DEPARTAMENTO (PRODUCTS.DAT) COM PELO
      *       MENOS CESTA-MIN-TICKETS (CONFIG.CFG, PADRAO
      *       2) TICKETS
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTHIST-FILE ASSIGN TO 'CUSTHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTHIST.
           SELECT VENDAS-FILE ASSIGN TO 'VENDAS.IN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VENDAS.
           SELECT PRODUCTS-FILE ASSIGN TO 'PRODUCTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUCTS.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB114.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTHIST-FILE.
           COPY 'CHISTREC.cob'.
       FD  VENDAS-FILE.
           COPY 'VENREC.cob'.
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-CUSTHIST PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTHIST==.
       77 WRK-FS-VENDAS   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-VENDAS==.
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-SW-ORIGEM   PIC X(01) VALUE 'H'.
           88 WRK-ORIGEM-HISTORICO VALUE 'H'.
           88 WRK-ORIGEM-VENDAS    VALUE 'V'.
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM    PIC 9(08) VALUE ZEROS.
       77 WRK-MIN-TICKETS PIC 9(05) VALUE 2.
       77 WRK-QTD-TICKETS PIC 9(07) VALUE ZEROS.
       01 WRK-LINHA-LIDA.
           02 WRK-LID-LOJA    PIC 9(03).
           02 WRK-LID-DATA    PIC 9(08).
           02 WRK-LID-TICKET  PIC 9(06).
       77 WRK-LID-PRODUTO PIC 9(05) VALUE ZEROS.
       77 WRK-CHAVE-ATUAL PIC X(17) VALUE SPACES.
       01 WRK-TAB-PRODUTOS.
           02 WRK-TP-ENTRADA OCCURS 3000 TIMES.
               03 WRK-TP-CODIGO   PIC 9(05).
               03 WRK-TP-NOME     PIC X(20).
               03 WRK-TP-DEPTO    PIC 9(02).
               03 WRK-TP-TICKETS  PIC 9(07).
       77 WRK-QTD-PRODUTOS PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-PROD     PIC 9(04) VALUE ZEROS.
       77 WRK-POS-PROD     PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-CESTA.
           02 WRK-CES-PROD    PIC 9(04) OCCURS 50 TIMES.
       77 WRK-QTD-CESTA    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-CES      PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-CES2     PIC 9(02) VALUE ZEROS.
       77 WRK-SW-NA-CESTA  PIC X(01) VALUE 'N'.
           88 WRK-JA-NA-CESTA VALUE 'S'.
       01 WRK-TAB-PARES.
           02 WRK-PR-ENTRADA OCCURS 5000 TIMES.
               03 WRK-PR-PROD-A   PIC 9(04).
               03 WRK-PR-PROD-B   PIC 9(04).
               03 WRK-PR-TICKETS  PIC 9(07).
               03 WRK-PR-MARCA    PIC X(01).
       77 WRK-QTD-PARES    PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-PAR      PIC 9(04) VALUE ZEROS.
       77 WRK-POS-PAR      PIC 9(04) VALUE ZEROS.
       77 WRK-PAR-A        PIC 9(04) VALUE ZEROS.
       77 WRK-PAR-B        PIC 9(04) VALUE ZEROS.
       77 WRK-SW-ESTOURO   PIC X(01) VALUE 'N'.
           88 WRK-TABELA-CHEIA VALUE 'S'.
       77 WRK-DEPTO        PIC 9(03) VALUE ZEROS.
       77 WRK-SW-DEPTO     PIC X(01) VALUE 'N'.
           88 WRK-DEPTO-PRESENTE VALUE 'S'.
       77 WRK-LIMITE-TOP   PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-TOP      PIC 9(02) VALUE ZEROS.
       77 WRK-MAIOR        PIC 9(07) VALUE ZEROS.
       77 WRK-SUPORTE      PIC 9(03)V99 VALUE ZEROS.
       77 WRK-LIFT         PIC 9(05)V99 VALUE ZEROS.
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-LINHA-SECAO.
           02 WRK-LS-TEXTO    PIC X(30).
           02 WRK-LS-DEPTO    PIC Z9.
           02 FILLER          PIC X(38) VALUE SPACES.
       01 WRK-LINHA-CAB-PAR.
           02 FILLER          PIC X(38)
               VALUE 'PROD  DESCRICAO    PROD  DESCRICAO   '.
           02 FILLER          PIC X(32)
               VALUE ' TICKETS SUP.%    LIFT'.
       01 WRK-LINHA-PAR.
           02 WRK-LP-PROD-A   PIC 9(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-NOME-A   PIC X(12).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-PROD-B   PIC 9(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-NOME-B   PIC X(12).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-TICKETS  PIC ZZZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-SUPORTE  PIC ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-LIFT     PIC ZZZZ9,99.
           02 FILLER          PIC X(09) VALUE SPACES.
       01 WRK-LINHA-TOT.
           02 FILLER          PIC X(18) VALUE 'TICKETS ANALISADOS'.
           02 WRK-LT-TICKETS  PIC ZZZZZZ9.
           02 FILLER          PIC X(11) VALUE ' PRODUTOS '.
           02 WRK-LT-PRODUTOS PIC ZZZ9.
           02 FILLER          PIC X(07) VALUE ' PARES '.
           02 WRK-LT-PARES    PIC ZZZ9.
           02 FILLER          PIC X(19) VALUE SPACES.
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
           OPEN INPUT PRODUCTS-FILE.
           IF WRK-ORIGEM-VENDAS
                   PERFORM 0200-LER-VENDAS
           ELSE
                   PERFORM 0210-LER-HISTORICO
           END-IF.
           PERFORM 0250-FECHAR-CESTA.
           CLOSE PRODUCTS-FILE.
           IF WRK-TABELA-CHEIA
                   DISPLAY 'TABELA DE PRODUTOS/PARES CHEIA - '
                           'RESULTADO PARCIAL'
           END-IF.
           PERFORM 0400-RELATORIO.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE 'CESTA-MIN-TICKETS' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
                   MOVE WRK-CF-VALOR-NUM TO WRK-MIN-TICKETS
           END-IF.
           DISPLAY 'ORIGEM (H=CUSTHIST.DAT / V=VENDAS.IN): '.
           ACCEPT WRK-SW-ORIGEM FROM CONSOLE.
           IF NOT WRK-ORIGEM-VENDAS
                   MOVE 'H' TO WRK-SW-ORIGEM
                   DISPLAY 'DATA INICIAL (AAAAMMDD): '
                   ACCEPT  WRK-DATA-INICIO FROM CONSOLE
                   DISPLAY 'DATA FINAL (AAAAMMDD / ZEROS = ABERTA): '
                   ACCEPT  WRK-DATA-FIM FROM CONSOLE
                   IF WRK-DATA-FIM = ZEROS
                           MOVE 99999999 TO WRK-DATA-FIM
                   END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'AFINIDADE PRODUTOS' TO WRK-CAB-TITULO.
           ACCEPT WRK-CAB-DATA FROM DATE YYYYMMDD.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
       0200-LER-VENDAS.
           OPEN INPUT VENDAS-FILE.
           IF WRK-FS-VENDAS-OK
                   PERFORM 0205-LER-LINHA-VENDA
                           UNTIL WRK-FS-VENDAS = '10'
           ELSE
                   DISPLAY 'VENDAS.IN NAO ENCONTRADO'
           END-IF.
           CLOSE VENDAS-FILE.
       0205-LER-LINHA-VENDA.
           READ VENDAS-FILE
               AT END
                   MOVE '10' TO WRK-FS-VENDAS
               NOT AT END
                   IF VEN-REG-DETALHE AND VEN-TRANS-VENDA
                           MOVE VEN-LOJA    TO WRK-LID-LOJA
                           MOVE VEN-DATA    TO WRK-LID-DATA
                           MOVE VEN-TICKET  TO WRK-LID-TICKET
                           MOVE VEN-PRODUTO TO WRK-LID-PRODUTO
                           PERFORM 0220-TRATAR-LINHA
                   END-IF
           END-READ.
       0210-LER-HISTORICO.
           OPEN INPUT CUSTHIST-FILE.
           IF WRK-FS-CUSTHIST-OK
                   PERFORM 0215-LER-LINHA-HIST
                           UNTIL WRK-FS-CUSTHIST = '10'
           ELSE
                   DISPLAY 'CUSTHIST.DAT NAO ENCONTRADO'
           END-IF.
           CLOSE CUSTHIST-FILE.
       0215-LER-LINHA-HIST.
           READ CUSTHIST-FILE
               AT END
                   MOVE '10' TO WRK-FS-CUSTHIST
               NOT AT END
                   IF CHIST-TIPO-TRANS = 'V'
                      AND CHIST-DATA >= WRK-DATA-INICIO
                      AND CHIST-DATA <= WRK-DATA-FIM
                           MOVE CHIST-LOJA    TO WRK-LID-LOJA
                           MOVE CHIST-DATA    TO WRK-LID-DATA
                           MOVE CHIST-TICKET  TO WRK-LID-TICKET
                           MOVE CHIST-PRODUTO TO WRK-LID-PRODUTO
                           PERFORM 0220-TRATAR-LINHA
                   END-IF
           END-READ.
       0220-TRATAR-LINHA.
           ADD 1 TO WRK-CONTADOR.
           IF WRK-LINHA-LIDA NOT = WRK-CHAVE-ATUAL
                   PERFORM 0250-FECHAR-CESTA
                   MOVE WRK-LINHA-LIDA TO WRK-CHAVE-ATUAL
           END-IF.
           PERFORM 0230-LOCALIZAR-PRODUTO.
           IF WRK-POS-PROD > 0
                   MOVE 'N' TO WRK-SW-NA-CESTA
                   MOVE ZEROS TO WRK-IDX-CES
                   PERFORM 0240-COMPARAR-CESTA
                           UNTIL WRK-IDX-CES >= WRK-QTD-CESTA
                              OR WRK-JA-NA-CESTA
                   IF NOT WRK-JA-NA-CESTA AND WRK-QTD-CESTA < 50
                           ADD 1 TO WRK-QTD-CESTA
                           MOVE WRK-POS-PROD
                               TO WRK-CES-PROD(WRK-QTD-CESTA)
                   END-IF
           END-IF.
       0230-LOCALIZAR-PRODUTO.
           MOVE ZEROS TO WRK-POS-PROD WRK-IDX-PROD.
           PERFORM 0235-COMPARAR-PRODUTO
                   UNTIL WRK-IDX-PROD >= WRK-QTD-PRODUTOS
                      OR WRK-POS-PROD > 0.
           IF WRK-POS-PROD = 0
              AND WRK-QTD-PRODUTOS >= 3000
                   MOVE 'S' TO WRK-SW-ESTOURO
           END-IF.
           IF WRK-POS-PROD = 0
              AND WRK-QTD-PRODUTOS < 3000
                   ADD 1 TO WRK-QTD-PRODUTOS
                   MOVE WRK-QTD-PRODUTOS TO WRK-POS-PROD
                   MOVE WRK-LID-PRODUTO
                       TO WRK-TP-CODIGO(WRK-POS-PROD)
                   MOVE ZEROS TO WRK-TP-TICKETS(WRK-POS-PROD)
                   MOVE SPACES TO WRK-TP-NOME(WRK-POS-PROD)
                   MOVE ZEROS TO WRK-TP-DEPTO(WRK-POS-PROD)
                   MOVE WRK-LID-PRODUTO TO PROD-CODIGO
                   READ PRODUCTS-FILE
                       INVALID KEY
                           MOVE 'NAO CADASTRADO'
                               TO WRK-TP-NOME(WRK-POS-PROD)
                       NOT INVALID KEY
                           MOVE PROD-NOME
                               TO WRK-TP-NOME(WRK-POS-PROD)
                           MOVE PROD-DEPTO
                               TO WRK-TP-DEPTO(WRK-POS-PROD)
                   END-READ
           END-IF.
       0235-COMPARAR-PRODUTO.
           ADD 1 TO WRK-IDX-PROD.
           IF WRK-TP-CODIGO(WRK-IDX-PROD) = WRK-LID-PRODUTO
                   MOVE WRK-IDX-PROD TO WRK-POS-PROD
           END-IF.
       0240-COMPARAR-CESTA.
           ADD 1 TO WRK-IDX-CES.
           IF WRK-CES-PROD(WRK-IDX-CES) = WRK-POS-PROD
                   MOVE 'S' TO WRK-SW-NA-CESTA
           END-IF.
       0250-FECHAR-CESTA.
           IF WRK-QTD-CESTA > 0
                   ADD 1 TO WRK-QTD-TICKETS
                   MOVE ZEROS TO WRK-IDX-CES
                   PERFORM 0255-CONTAR-ITEM
                           UNTIL WRK-IDX-CES >= WRK-QTD-CESTA
           END-IF.
           MOVE ZEROS TO WRK-QTD-CESTA.
       0255-CONTAR-ITEM.
           ADD 1 TO WRK-IDX-CES.
           ADD 1 TO WRK-TP-TICKETS(WRK-CES-PROD(WRK-IDX-CES)).
           MOVE WRK-IDX-CES TO WRK-IDX-CES2.
           PERFORM 0260-CONTAR-PAR
                   UNTIL WRK-IDX-CES2 >= WRK-QTD-CESTA.
       0260-CONTAR-PAR.
           ADD 1 TO WRK-IDX-CES2.
           IF WRK-TP-CODIGO(WRK-CES-PROD(WRK-IDX-CES)) <
              WRK-TP-CODIGO(WRK-CES-PROD(WRK-IDX-CES2))
                   MOVE WRK-CES-PROD(WRK-IDX-CES)  TO WRK-PAR-A
                   MOVE WRK-CES-PROD(WRK-IDX-CES2) TO WRK-PAR-B
           ELSE
                   MOVE WRK-CES-PROD(WRK-IDX-CES2) TO WRK-PAR-A
                   MOVE WRK-CES-PROD(WRK-IDX-CES)  TO WRK-PAR-B
           END-IF.
           MOVE ZEROS TO WRK-POS-PAR WRK-IDX-PAR.
           PERFORM 0265-COMPARAR-PAR
                   UNTIL WRK-IDX-PAR >= WRK-QTD-PARES
                      OR WRK-POS-PAR > 0.
           EVALUATE TRUE
               WHEN WRK-POS-PAR > 0
                   ADD 1 TO WRK-PR-TICKETS(WRK-POS-PAR)
               WHEN WRK-QTD-PARES >= 5000
                   MOVE 'S' TO WRK-SW-ESTOURO
               WHEN OTHER
                   ADD 1 TO WRK-QTD-PARES
                   MOVE WRK-PAR-A TO WRK-PR-PROD-A(WRK-QTD-PARES)
                   MOVE WRK-PAR-B TO WRK-PR-PROD-B(WRK-QTD-PARES)
                   MOVE 1         TO WRK-PR-TICKETS(WRK-QTD-PARES)
                   MOVE 'N'       TO WRK-PR-MARCA(WRK-QTD-PARES)
           END-EVALUATE.
       0265-COMPARAR-PAR.
           ADD 1 TO WRK-IDX-PAR.
           IF WRK-PR-PROD-A(WRK-IDX-PAR) = WRK-PAR-A
              AND WRK-PR-PROD-B(WRK-IDX-PAR) = WRK-PAR-B
                   MOVE WRK-IDX-PAR TO WRK-POS-PAR
           END-IF.
       0400-RELATORIO.
           MOVE WRK-QTD-TICKETS  TO WRK-LT-TICKETS.
           MOVE WRK-QTD-PRODUTOS TO WRK-LT-PRODUTOS.
           MOVE WRK-QTD-PARES    TO WRK-LT-PARES.
           WRITE REP-LINHA FROM WRK-LINHA-TOT.
           DISPLAY WRK-LINHA-TOT.
           MOVE 'MAIORES PARES DO PERIODO' TO WRK-LS-TEXTO.
           MOVE ZEROS TO WRK-LS-DEPTO WRK-DEPTO.
           MOVE 20 TO WRK-LIMITE-TOP.
           PERFORM 0410-LISTAR-SECAO.
           MOVE 5 TO WRK-LIMITE-TOP.
           MOVE ZEROS TO WRK-DEPTO.
           PERFORM 0420-SECAO-DEPTO
                   UNTIL WRK-DEPTO >= 99.
       0410-LISTAR-SECAO.
           MOVE SPACES TO REP-LINHA.
           WRITE REP-LINHA.
           WRITE REP-LINHA FROM WRK-LINHA-SECAO.
           DISPLAY WRK-LINHA-SECAO.
           WRITE REP-LINHA FROM WRK-LINHA-CAB-PAR.
           MOVE ZEROS TO WRK-IDX-PAR.
           PERFORM 0415-DESMARCAR-PAR
                   UNTIL WRK-IDX-PAR >= WRK-QTD-PARES.
           MOVE ZEROS TO WRK-QTD-TOP.
           MOVE 1 TO WRK-MAIOR.
           PERFORM 0430-SELECIONAR-MAIOR
                   UNTIL WRK-QTD-TOP >= WRK-LIMITE-TOP
                      OR WRK-MAIOR = ZEROS.
       0415-DESMARCAR-PAR.
           ADD 1 TO WRK-IDX-PAR.
           MOVE 'N' TO WRK-PR-MARCA(WRK-IDX-PAR).
       0420-SECAO-DEPTO.
           ADD 1 TO WRK-DEPTO.
           MOVE 'N' TO WRK-SW-DEPTO.
           MOVE ZEROS TO WRK-IDX-PROD.
           PERFORM 0425-PROCURAR-DEPTO
                   UNTIL WRK-IDX-PROD >= WRK-QTD-PRODUTOS
                      OR WRK-DEPTO-PRESENTE.
           IF WRK-DEPTO-PRESENTE
                   MOVE 'MAIORES PARES DO DEPARTAMENTO ' TO WRK-LS-TEXTO
                   MOVE WRK-DEPTO TO WRK-LS-DEPTO
                   PERFORM 0410-LISTAR-SECAO
           END-IF.
       0425-PROCURAR-DEPTO.
           ADD 1 TO WRK-IDX-PROD.
           IF WRK-TP-DEPTO(WRK-IDX-PROD) = WRK-DEPTO
                   MOVE 'S' TO WRK-SW-DEPTO
           END-IF.
       0430-SELECIONAR-MAIOR.
           MOVE ZEROS TO WRK-MAIOR WRK-POS-PAR WRK-IDX-PAR.
           PERFORM 0435-COMPARAR-MAIOR
                   UNTIL WRK-IDX-PAR >= WRK-QTD-PARES.
           IF WRK-MAIOR < WRK-MIN-TICKETS
                   MOVE ZEROS TO WRK-MAIOR
           END-IF.
           IF WRK-MAIOR > ZEROS
                   ADD 1 TO WRK-QTD-TOP
                   MOVE 'S' TO WRK-PR-MARCA(WRK-POS-PAR)
                   PERFORM 0440-IMPRIMIR-PAR
           END-IF.
       0435-COMPARAR-MAIOR.
           ADD 1 TO WRK-IDX-PAR.
           MOVE WRK-PR-PROD-A(WRK-IDX-PAR) TO WRK-PAR-A.
           MOVE WRK-PR-PROD-B(WRK-IDX-PAR) TO WRK-PAR-B.
           IF WRK-PR-MARCA(WRK-IDX-PAR) = 'N'
              AND WRK-PR-TICKETS(WRK-IDX-PAR) > WRK-MAIOR
              AND (WRK-DEPTO = ZEROS
                OR WRK-TP-DEPTO(WRK-PAR-A) = WRK-DEPTO
                OR WRK-TP-DEPTO(WRK-PAR-B) = WRK-DEPTO)
                   MOVE WRK-PR-TICKETS(WRK-IDX-PAR) TO WRK-MAIOR
                   MOVE WRK-IDX-PAR TO WRK-POS-PAR
           END-IF.
       0440-IMPRIMIR-PAR.
           MOVE WRK-PR-PROD-A(WRK-POS-PAR) TO WRK-PAR-A.
           MOVE WRK-PR-PROD-B(WRK-POS-PAR) TO WRK-PAR-B.
           MOVE WRK-TP-CODIGO(WRK-PAR-A) TO WRK-LP-PROD-A.
           MOVE WRK-TP-NOME(WRK-PAR-A)   TO WRK-LP-NOME-A.
           MOVE WRK-TP-CODIGO(WRK-PAR-B) TO WRK-LP-PROD-B.
           MOVE WRK-TP-NOME(WRK-PAR-B)   TO WRK-LP-NOME-B.
           MOVE WRK-MAIOR TO WRK-LP-TICKETS.
           COMPUTE WRK-SUPORTE ROUNDED =
                   (WRK-MAIOR * 100) / WRK-QTD-TICKETS.
           COMPUTE WRK-LIFT ROUNDED =
                   (WRK-MAIOR * WRK-QTD-TICKETS)
                 / (WRK-TP-TICKETS(WRK-PAR-A)
                  * WRK-TP-TICKETS(WRK-PAR-B)).
           MOVE WRK-SUPORTE TO WRK-LP-SUPORTE.
           MOVE WRK-LIFT    TO WRK-LP-LIFT.
           WRITE REP-LINHA FROM WRK-LINHA-PAR.
           DISPLAY WRK-LINHA-PAR.
       0300-FINALIZAR.
           CLOSE REPORT-FILE.
           DISPLAY 'LINHAS DE TICKET LIDAS ===> ' WRK-CONTADOR.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB114' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB114' TO OPLOG-PROGRAMA.
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
