       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB173.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = RELATORIO DE DISPONIBILIDADE DE KITS POR
      *            LOJA A PARTIR DO ESTOQUE DOS COMPONENTES
      *            (KITCOMP.DAT X ESTOQUE.DAT)
      * DATA = XX/XX/XXXX
      * 214 - QUANTIDADE DE KITS MONTAVEIS EM CADA LOJA = MENOR
      *       SALDO LIVRE (EST-SALDO MENOS EST-RESERVADO) DOS
      *       COMPONENTES DIVIDIDO PELA QUANTIDADE NO KIT, COM
      *       O COMPONENTE QUE LIMITA A MONTAGEM. LOJA 000 NO
      *       PROMPT LISTA TODAS AS LOJAS COM ESTOQUE
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KITCOMP-FILE ASSIGN TO 'KITCOMP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-FS-KITCOMP.
           SELECT ESTOQUE-FILE ASSIGN TO 'ESTOQUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT PRODUCTS-FILE ASSIGN TO 'PRODUCTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUCTS.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB173.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  KITCOMP-FILE.
           COPY 'KITREC.cob'.
       FD  ESTOQUE-FILE.
           COPY 'ESTQREC.cob'.
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-KITCOMP  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-KITCOMP==.
       77 WRK-FS-ESTOQUE  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ESTOQUE==.
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 WRK-SW-FIM       PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-LOJA-FILTRO  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-LOJA     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-KC       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-KC       PIC 9(04) VALUE ZEROS.
       77 WRK-KIT-ATUAL    PIC 9(05) VALUE ZEROS.
       77 WRK-NOME-ATUAL   PIC X(20) VALUE SPACES.
       77 WRK-DISPONIVEL   PIC 9(07) VALUE ZEROS.
       77 WRK-LIMITANTE    PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO-LIVRE  PIC S9(07) VALUE ZEROS.
       77 WRK-MONTAVEIS    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ZERADOS  PIC 9(05) VALUE ZEROS.
       01 WRK-TAB-LOJAS.
           02 WRK-TL-ESTOQUE PIC X(01) OCCURS 999 TIMES.
       01 WRK-TAB-KITS.
           02 WRK-TK-ENTRADA OCCURS 2000 TIMES.
               03 WRK-TK-KIT      PIC 9(05).
               03 WRK-TK-NOME     PIC X(20).
               03 WRK-TK-COMP     PIC 9(05).
               03 WRK-TK-QTDE     PIC 9(03).
       01 WRK-LINHA-KIT.
           02 FILLER          PIC X(05) VALUE 'LOJA '.
           02 WRK-LK-LOJA     PIC 9(03).
           02 FILLER          PIC X(05) VALUE ' KIT '.
           02 WRK-LK-KIT      PIC 9(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LK-NOME     PIC X(20).
           02 FILLER          PIC X(06) VALUE ' DISP '.
           02 WRK-LK-DISP     PIC Z(06)9.
           02 FILLER          PIC X(05) VALUE ' LIM '.
           02 WRK-LK-LIMITE   PIC 9(05).
           02 FILLER          PIC X(08) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
           02 FILLER          PIC X(25)
               VALUE 'KITS SEM DISPONIBILIDADE '.
           02 WRK-LT-ZERADOS  PIC Z(04)9.
           02 FILLER          PIC X(40) VALUE SPACES.
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
           PERFORM 0110-CARREGAR-KITS.
           IF WRK-QTD-KC = ZEROS
                   DISPLAY 'NENHUM KIT CADASTRADO EM KITCOMP.DAT'
           ELSE
                   PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE SPACES TO WRK-TAB-LOJAS.
           DISPLAY 'LOJA (000 = TODAS): '.
           ACCEPT  WRK-LOJA-FILTRO FROM CONSOLE.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'DISPONIBIL. KITS' TO WRK-CAB-TITULO.
           ACCEPT WRK-CAB-DATA FROM DATE YYYYMMDD.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
       0110-CARREGAR-KITS.
           MOVE ZEROS TO WRK-QTD-KC.
           OPEN INPUT KITCOMP-FILE.
           IF WRK-FS-KITCOMP-OK
                   OPEN INPUT PRODUCTS-FILE
                   PERFORM 0115-LER-COMPONENTE
                           UNTIL WRK-FS-KITCOMP = '10'
                   CLOSE PRODUCTS-FILE
           END-IF.
           CLOSE KITCOMP-FILE.
       0115-LER-COMPONENTE.
           READ KITCOMP-FILE NEXT
               AT END
                   MOVE '10' TO WRK-FS-KITCOMP
               NOT AT END
                   IF WRK-QTD-KC < 2000
                           ADD 1 TO WRK-QTD-KC
                           MOVE KIT-PRODUTO
                               TO WRK-TK-KIT(WRK-QTD-KC)
                           MOVE KIT-COMPONENTE
                               TO WRK-TK-COMP(WRK-QTD-KC)
                           MOVE KIT-QTDE
                               TO WRK-TK-QTDE(WRK-QTD-KC)
                           PERFORM 0117-NOME-KIT
                   ELSE
                           DISPLAY 'TABELA DE KITS CHEIA - KIT '
                                   KIT-PRODUTO ' FORA DO RELATORIO'
                   END-IF
           END-READ.
       0117-NOME-KIT.
           MOVE SPACES TO WRK-TK-NOME(WRK-QTD-KC).
           IF WRK-FS-PRODUCTS-OK
                   MOVE KIT-PRODUTO TO PROD-CODIGO
                   READ PRODUCTS-FILE
                       INVALID KEY
                           MOVE 'PRODUTO NAO CADASTRADO'
                               TO WRK-TK-NOME(WRK-QTD-KC)
                       NOT INVALID KEY
                           MOVE PROD-NOME
                               TO WRK-TK-NOME(WRK-QTD-KC)
                   END-READ
           END-IF.
       0200-PROCESSAR.
           OPEN INPUT ESTOQUE-FILE.
           IF WRK-FS-ESTOQUE-OK
                   IF WRK-LOJA-FILTRO > ZEROS
                           MOVE 'S' TO WRK-TL-ESTOQUE(WRK-LOJA-FILTRO)
                   ELSE
                           MOVE 'N' TO WRK-SW-FIM
                           PERFORM 0210-MARCAR-LOJA
                                   UNTIL WRK-FIM-VARRE
                   END-IF
                   MOVE ZEROS TO WRK-IDX-LOJA
                   PERFORM 0220-AVALIAR-LOJA
                           UNTIL WRK-IDX-LOJA >= 999
           ELSE
                   DISPLAY 'ESTOQUE.DAT NAO ENCONTRADO'
           END-IF.
           CLOSE ESTOQUE-FILE.
       0210-MARCAR-LOJA.
           READ ESTOQUE-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF EST-LOJA > ZEROS
                           MOVE 'S' TO WRK-TL-ESTOQUE(EST-LOJA)
                   END-IF
           END-READ.
       0220-AVALIAR-LOJA.
           ADD 1 TO WRK-IDX-LOJA.
           IF WRK-TL-ESTOQUE(WRK-IDX-LOJA) = 'S'
                   MOVE ZEROS TO WRK-KIT-ATUAL WRK-IDX-KC
                   PERFORM 0230-AVALIAR-COMPONENTE
                           UNTIL WRK-IDX-KC >= WRK-QTD-KC
                   IF WRK-KIT-ATUAL > ZEROS
                           PERFORM 0240-IMPRIMIR-KIT
                   END-IF
                   MOVE SPACES TO REP-LINHA
                   WRITE REP-LINHA
           END-IF.
       0230-AVALIAR-COMPONENTE.
           ADD 1 TO WRK-IDX-KC.
           IF WRK-TK-KIT(WRK-IDX-KC) NOT = WRK-KIT-ATUAL
                   IF WRK-KIT-ATUAL > ZEROS
                           PERFORM 0240-IMPRIMIR-KIT
                   END-IF
                   MOVE WRK-TK-KIT(WRK-IDX-KC)  TO WRK-KIT-ATUAL
                   MOVE WRK-TK-NOME(WRK-IDX-KC) TO WRK-NOME-ATUAL
                   MOVE 9999999 TO WRK-DISPONIVEL
                   MOVE ZEROS   TO WRK-LIMITANTE
           END-IF.
           MOVE WRK-IDX-LOJA           TO EST-LOJA.
           MOVE WRK-TK-COMP(WRK-IDX-KC) TO EST-PRODUTO.
           READ ESTOQUE-FILE
               INVALID KEY
                   MOVE ZEROS TO WRK-SALDO-LIVRE
               NOT INVALID KEY
                   COMPUTE WRK-SALDO-LIVRE = EST-SALDO - EST-RESERVADO
           END-READ.
           IF WRK-SALDO-LIVRE < ZEROS
                   MOVE ZEROS TO WRK-SALDO-LIVRE
           END-IF.
           IF WRK-TK-QTDE(WRK-IDX-KC) > ZEROS
                   DIVIDE WRK-SALDO-LIVRE BY WRK-TK-QTDE(WRK-IDX-KC)
                           GIVING WRK-MONTAVEIS
                   IF WRK-MONTAVEIS < WRK-DISPONIVEL
                           MOVE WRK-MONTAVEIS TO WRK-DISPONIVEL
                           MOVE WRK-TK-COMP(WRK-IDX-KC)
                               TO WRK-LIMITANTE
                   END-IF
           END-IF.
       0240-IMPRIMIR-KIT.
           ADD 1 TO WRK-CONTADOR.
           IF WRK-DISPONIVEL = 9999999
                   MOVE ZEROS TO WRK-DISPONIVEL
           END-IF.
           IF WRK-DISPONIVEL = ZEROS
                   ADD 1 TO WRK-QTD-ZERADOS
           END-IF.
           MOVE WRK-IDX-LOJA   TO WRK-LK-LOJA.
           MOVE WRK-KIT-ATUAL  TO WRK-LK-KIT.
           MOVE WRK-NOME-ATUAL TO WRK-LK-NOME.
           MOVE WRK-DISPONIVEL TO WRK-LK-DISP.
           MOVE WRK-LIMITANTE  TO WRK-LK-LIMITE.
           WRITE REP-LINHA FROM WRK-LINHA-KIT.
           DISPLAY WRK-LINHA-KIT.
       0300-FINALIZAR.
           MOVE WRK-QTD-ZERADOS TO WRK-LT-ZERADOS.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           CLOSE REPORT-FILE.
           DISPLAY 'KITS AVALIADOS ===> ' WRK-CONTADOR.
           DISPLAY 'KITS SEM DISPONIBILIDADE ===> ' WRK-QTD-ZERADOS.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB173' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB173' TO OPLOG-PROGRAMA.
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
