      *       POR LOJA NA DATA INFORMADA, COM DESTAQUE DOS
      *       ITENS VENDIDOS ABAIXO DO CUSTO UNITARIO
      *       (PROD-CUSTO MANTIDO PELO PROGCOB54)
      * 214 - VENDA DE KIT (KITCOMP.DAT): CUSTO DO KIT PELA
      *       SOMA DO CUSTO DOS COMPONENTES E RECEITA RATEADA
      *       ENTRE OS COMPONENTES NA PROPORCAO DO CUSTO (POR
      *       QUANTIDADE SE OS CUSTOS ESTIVEREM ZERADOS), UMA
      *       LINHA 'KIT' POR COMPONENTE NO RELATORIO
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUCTS.
           SELECT KITCOMP-FILE ASSIGN TO 'KITCOMP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-FS-KITCOMP.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB55.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           COPY 'PSLSREC.cob'.
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  KITCOMP-FILE.
           COPY 'KITREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-KITCOMP  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-KITCOMP==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-CUSTO-UNIT   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-SW-PROD-OK   PIC X(01) VALUE 'N'.
           88 WRK-PRODUTO-VALIDO VALUE 'S'.
       77 WRK-SW-KIT       PIC X(01) VALUE 'N'.
           88 WRK-PRODUTO-KIT VALUE 'S'.
       77 WRK-SW-FIM-KIT   PIC X(01) VALUE 'N'.
           88 WRK-FIM-KIT     VALUE 'S'.
       77 WRK-QTD-COMP     PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-COMP     PIC 9(02) VALUE ZEROS.
       77 WRK-CUSTO-KIT    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTDE-KIT     PIC 9(05) VALUE ZEROS.
       77 WRK-REC-COMP     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-REC-RATEADO  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QTD-KITS     PIC 9(05) VALUE ZEROS.
       01 WRK-TAB-COMPONENTES.
           02 WRK-TC-ENTRADA OCCURS 50 TIMES.
               03 WRK-TC-PRODUTO  PIC 9(05).
               03 WRK-TC-QTDE     PIC 9(03).
               03 WRK-TC-CUSTO    PIC 9(07)V99.
       01 WRK-LINHA-ITEM.
           02 FILLER          PIC X(05) VALUE 'LOJA '.
           02 WRK-LI-LOJA     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LL-PERC     PIC -ZZ9,99.
           02 FILLER          PIC X(01) VALUE '%'.
       01 WRK-LINHA-KIT.
           02 FILLER          PIC X(04) VALUE 'KIT '.
           02 WRK-LK-KIT      PIC 9(05).
           02 FILLER          PIC X(04) VALUE ' CP '.
           02 WRK-LK-COMP     PIC 9(05).
           02 FILLER          PIC X(04) VALUE ' QT '.
           02 WRK-LK-QTDE     PIC -ZZZZZ9.
           02 FILLER          PIC X(05) VALUE ' REC '.
           02 WRK-LK-RECEITA  PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(05) VALUE ' CMV '.
           02 WRK-LK-CUSTO    PIC -ZZ.ZZZ.ZZ9,99.
       77 WRK-HORA-INICIO  PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM     PIC 9(06) VALUE ZEROS.
       77 WRK-SEG-INICIO   PIC 9(07) VALUE ZEROS.
       0210-APURAR-ITEM.
           ADD 1 TO WRK-CONTADOR.
           PERFORM 0220-CONSULTAR-PRODUTO.
           PERFORM 0230-CARREGAR-KIT.
           IF WRK-PRODUTO-KIT
                   MOVE WRK-CUSTO-KIT TO WRK-CUSTO-UNIT
           END-IF.
           COMPUTE WRK-CUSTO-ITEM = PSL-QTDE * WRK-CUSTO-UNIT.
           ADD PSL-VALOR      TO WRK-TL-RECEITA(PSL-LOJA).
           ADD WRK-CUSTO-ITEM TO WRK-TL-CUSTO(PSL-LOJA).
                           DISPLAY WRK-LINHA-ITEM
                   END-IF
           END-IF.
           IF WRK-PRODUTO-KIT
                   PERFORM 0240-RATEAR-KIT
           END-IF.
       0220-CONSULTAR-PRODUTO.
           MOVE 'N'    TO WRK-SW-PROD-OK.
           MOVE SPACES TO WRK-NOME-PRODUTO.
                   END-READ
                   CLOSE PRODUCTS-FILE
           END-IF.
       0230-CARREGAR-KIT.
           MOVE 'N'   TO WRK-SW-KIT WRK-SW-FIM-KIT.
           MOVE ZEROS TO WRK-QTD-COMP WRK-CUSTO-KIT WRK-QTDE-KIT.
           OPEN INPUT KITCOMP-FILE.
           IF WRK-FS-KITCOMP-OK
                   MOVE PSL-PRODUTO TO KIT-PRODUTO
                   MOVE ZEROS       TO KIT-COMPONENTE
                   START KITCOMP-FILE KEY IS >= KIT-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM-KIT
                   END-START
                   PERFORM 0232-LER-COMPONENTE UNTIL WRK-FIM-KIT
           END-IF.
           CLOSE KITCOMP-FILE.
       0232-LER-COMPONENTE.
           READ KITCOMP-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM-KIT
               NOT AT END
                   IF KIT-PRODUTO NOT = PSL-PRODUTO
                      OR WRK-QTD-COMP >= 50
                           MOVE 'S' TO WRK-SW-FIM-KIT
                   ELSE
                           MOVE 'S' TO WRK-SW-KIT
                           ADD 1 TO WRK-QTD-COMP
                           MOVE KIT-COMPONENTE
                               TO WRK-TC-PRODUTO(WRK-QTD-COMP)
                           MOVE KIT-QTDE
                               TO WRK-TC-QTDE(WRK-QTD-COMP)
                           PERFORM 0235-CONSULTAR-COMPONENTE
                           ADD KIT-QTDE TO WRK-QTDE-KIT
                           ADD WRK-TC-CUSTO(WRK-QTD-COMP)
                               TO WRK-CUSTO-KIT
                   END-IF
           END-READ.
       0235-CONSULTAR-COMPONENTE.
           MOVE ZEROS TO WRK-TC-CUSTO(WRK-QTD-COMP).
           OPEN INPUT PRODUCTS-FILE.
           IF WRK-FS-PRODUCTS-OK
                   MOVE KIT-COMPONENTE TO PROD-CODIGO
                   READ PRODUCTS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WRK-TC-CUSTO(WRK-QTD-COMP) =
                                   PROD-CUSTO * KIT-QTDE
                   END-READ
                   CLOSE PRODUCTS-FILE
           END-IF.
       0240-RATEAR-KIT.
           ADD 1 TO WRK-QTD-KITS.
           MOVE ZEROS TO WRK-REC-RATEADO WRK-IDX-COMP.
           PERFORM 0245-RATEAR-COMPONENTE
                   UNTIL WRK-IDX-COMP >= WRK-QTD-COMP.
       0245-RATEAR-COMPONENTE.
           ADD 1 TO WRK-IDX-COMP.
           IF WRK-IDX-COMP = WRK-QTD-COMP
                   COMPUTE WRK-REC-COMP = PSL-VALOR - WRK-REC-RATEADO
           ELSE
                   IF WRK-CUSTO-KIT > ZEROS
                           COMPUTE WRK-REC-COMP ROUNDED = PSL-VALOR
                                   * WRK-TC-CUSTO(WRK-IDX-COMP)
                                   / WRK-CUSTO-KIT
                   ELSE
                           COMPUTE WRK-REC-COMP ROUNDED = PSL-VALOR
                                   * WRK-TC-QTDE(WRK-IDX-COMP)
                                   / WRK-QTDE-KIT
                   END-IF
           END-IF.
           ADD WRK-REC-COMP TO WRK-REC-RATEADO.
           MOVE PSL-PRODUTO                 TO WRK-LK-KIT.
           MOVE WRK-TC-PRODUTO(WRK-IDX-COMP) TO WRK-LK-COMP.
           COMPUTE WRK-LK-QTDE = PSL-QTDE * WRK-TC-QTDE(WRK-IDX-COMP).
           MOVE WRK-REC-COMP                TO WRK-LK-RECEITA.
           COMPUTE WRK-LK-CUSTO = PSL-QTDE * WRK-TC-CUSTO(WRK-IDX-COMP).
           WRITE REP-LINHA FROM WRK-LINHA-KIT.
       0300-FINALIZAR.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 0310-LISTAR-LOJA UNTIL WRK-IDX >= 999.
           CLOSE REPORT-FILE.
           DISPLAY 'ITENS APURADOS ===> ' WRK-CONTADOR.
           DISPLAY 'ITENS ABAIXO DO CUSTO ===> ' WRK-QTD-ABAIXO.
           DISPLAY 'VENDAS DE KIT RATEADAS ===> ' WRK-QTD-KITS.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
