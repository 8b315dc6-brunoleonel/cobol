       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB155.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = BAIXA DE LOTES DE PERECIVEIS VENCIDOS
      *            (ESTLOTE.DAT) COM MOVIMENTO DE ESTOQUE E
      *            RELATORIO DO VALOR BAIXADO POR LOJA
      * DATA = XX/XX/XXXX
      * 202 - LOTE ATIVO COM SALDO E VALIDADE ANTERIOR A DATA
      *       DE NEGOCIO E BAIXADO: GRAVA STKMOV TIPO B MOTIVO
      *       VENC COM A QTDE NEGATIVA AO CUSTO MEDIO
      *       (CUSTMED.DAT; SEM CUSTO MEDIO USA PROD-CUSTO),
      *       DEBITA EST-SALDO E MARCA O LOTE COMO BAIXADO.
      *       A BAIXA FICA FORA DA QUEBRA DO INVENTARIO
      *       (PROGCOB58)
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTLOTE-FILE ASSIGN TO 'ESTLOTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ELT-CHAVE
               FILE STATUS IS WRK-FS-ESTLOTE.
           SELECT STKMOV-FILE ASSIGN TO 'STKMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STKMOV.
           SELECT ESTOQUE-FILE ASSIGN TO 'ESTOQUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.
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
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB155.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTLOTE-FILE.
           COPY 'ESLTREC.cob'.
       FD  STKMOV-FILE.
           COPY 'SMOVREC.cob'.
       FD  ESTOQUE-FILE.
           COPY 'ESTQREC.cob'.
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  CUSTMED-FILE.
           COPY 'CMEDREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-ESTLOTE  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ESTLOTE==.
       77 WRK-FS-STKMOV   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-STKMOV==.
       77 WRK-FS-ESTOQUE  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ESTOQUE==.
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-CUSTMED  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTMED==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-BAIXADOS PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-BAIXA   PIC 9(07) VALUE ZEROS.
       77 WRK-CUSTO-UNIT   PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-VALOR-BAIXA  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-TOTAL  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-IDX          PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-LOJAS.
           02 WRK-TL-VALOR PIC 9(11)V99 OCCURS 999 TIMES.
       77 WRK-JRN-ARQUIVO PIC X(08) VALUE SPACES.
       77 WRK-JRN-ANTES   PIC X(60) VALUE SPACES.
       77 WRK-JRN-DEPOIS  PIC X(60) VALUE SPACES.
       77 WRK-JRN-OPER    PIC X(02) VALUE SPACES.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-ITEM.
           02 FILLER          PIC X(05) VALUE 'LOJA '.
           02 WRK-LI-LOJA     PIC 9(03).
           02 FILLER          PIC X(04) VALUE ' PR '.
           02 WRK-LI-PRODUTO  PIC 9(05).
           02 FILLER          PIC X(06) VALUE ' LOTE '.
           02 WRK-LI-LOTE     PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LI-VALIDADE PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LI-QTDE     PIC ZZZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LI-VALOR    PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(09) VALUE SPACES.
       01 WRK-LINHA-LOJA.
           02 FILLER          PIC X(18) VALUE 'TOTAL BAIXADO LOJA'.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LL-LOJA     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LL-VALOR    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(34) VALUE SPACES.
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
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-ESTLOTE = '10'.
           CLOSE ESTLOTE-FILE PRODUCTS-FILE.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
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
           OPEN INPUT PRODUCTS-FILE.
           OPEN I-O ESTLOTE-FILE.
           IF NOT WRK-FS-ESTLOTE-OK
                   DISPLAY 'ESTLOTE.DAT NAO ENCONTRADO'
                   MOVE '10' TO WRK-FS-ESTLOTE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'BAIXA LOTE VENCIDO' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE        TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
       0200-PROCESSAR.
           READ ESTLOTE-FILE NEXT
               AT END
                   MOVE '10' TO WRK-FS-ESTLOTE
               NOT AT END
                   ADD 1 TO WRK-CONTADOR
                   IF ELT-ATIVO AND ELT-SALDO > ZEROS
                      AND ELT-VALIDADE < WRK-DATA-HOJE
                           PERFORM 0210-BAIXAR-LOTE
                   END-IF
           END-READ.
       0210-BAIXAR-LOTE.
           ADD 1 TO WRK-QTD-BAIXADOS.
           MOVE ELT-SALDO TO WRK-QTDE-BAIXA.
           PERFORM 0220-OBTER-CUSTO.
           COMPUTE WRK-VALOR-BAIXA ROUNDED =
                   WRK-QTDE-BAIXA * WRK-CUSTO-UNIT.
           ADD WRK-VALOR-BAIXA TO WRK-VALOR-TOTAL.
           IF ELT-LOJA > 0
                   ADD WRK-VALOR-BAIXA TO WRK-TL-VALOR(ELT-LOJA)
           END-IF.
           PERFORM 0230-POSTAR-MOVIMENTO.
           PERFORM 0240-DEBITAR-ESTOQUE.
           MOVE ELT-REGISTRO  TO WRK-JRN-ANTES.
           MOVE ZEROS         TO ELT-SALDO.
           MOVE 'B'           TO ELT-STATUS.
           MOVE WRK-DATA-HOJE TO ELT-DATA-BAIXA.
           REWRITE ELT-REGISTRO.
           MOVE ELT-REGISTRO  TO WRK-JRN-DEPOIS.
           MOVE 'ESTLOTE'     TO WRK-JRN-ARQUIVO.
           MOVE 'RW'          TO WRK-JRN-OPER.
           PERFORM 0098-GRAVAR-JORNAL.
           MOVE ELT-LOJA        TO WRK-LI-LOJA.
           MOVE ELT-PRODUTO     TO WRK-LI-PRODUTO.
           MOVE ELT-LOTE        TO WRK-LI-LOTE.
           MOVE ELT-VALIDADE    TO WRK-LI-VALIDADE.
           MOVE WRK-QTDE-BAIXA  TO WRK-LI-QTDE.
           MOVE WRK-VALOR-BAIXA TO WRK-LI-VALOR.
           WRITE REP-LINHA FROM WRK-LINHA-ITEM.
           DISPLAY WRK-LINHA-ITEM.
       0220-OBTER-CUSTO.
           MOVE ZEROS       TO WRK-CUSTO-UNIT.
           MOVE ELT-PRODUTO TO PROD-CODIGO.
           READ PRODUCTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROD-CUSTO TO WRK-CUSTO-UNIT
           END-READ.
           OPEN INPUT CUSTMED-FILE.
           IF WRK-FS-CUSTMED-OK
                   MOVE ELT-LOJA    TO CMD-LOJA
                   MOVE ELT-PRODUTO TO CMD-PRODUTO
                   READ CUSTMED-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CMD-CUSTO-MEDIO > ZEROS
                                   MOVE CMD-CUSTO-MEDIO
                                       TO WRK-CUSTO-UNIT
                           END-IF
                   END-READ
           END-IF.
           CLOSE CUSTMED-FILE.
       0230-POSTAR-MOVIMENTO.
           OPEN EXTEND STKMOV-FILE.
           IF WRK-FS-STKMOV-ARQ-INEXISTENTE
                   CLOSE STKMOV-FILE
                   OPEN OUTPUT STKMOV-FILE
           END-IF.
           MOVE WRK-DATA-HOJE  TO SMV-DATA.
           ACCEPT SMV-HORA FROM TIME.
           MOVE ELT-LOJA       TO SMV-LOJA.
           MOVE ELT-PRODUTO    TO SMV-PRODUTO.
           MOVE 'B'            TO SMV-TIPO.
           COMPUTE SMV-QTDE = ZEROS - WRK-QTDE-BAIXA.
           MOVE 'VENC'         TO SMV-MOTIVO.
           MOVE ZEROS          TO SMV-DOCUMENTO.
           MOVE WRK-CUSTO-UNIT TO SMV-CUSTO-UNIT.
           WRITE SMV-REGISTRO.
           CLOSE STKMOV-FILE.
       0240-DEBITAR-ESTOQUE.
           OPEN I-O ESTOQUE-FILE.
           IF WRK-FS-ESTOQUE-ARQ-INEXISTENTE
                   CLOSE ESTOQUE-FILE
                   OPEN OUTPUT ESTOQUE-FILE
                   CLOSE ESTOQUE-FILE
                   OPEN I-O ESTOQUE-FILE
           END-IF.
           MOVE ELT-LOJA    TO EST-LOJA.
           MOVE ELT-PRODUTO TO EST-PRODUTO.
           READ ESTOQUE-FILE
               INVALID KEY
                   MOVE ZEROS  TO EST-SALDO EST-RESERVADO
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE EST-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           SUBTRACT WRK-QTDE-BAIXA FROM EST-SALDO.
           MOVE WRK-DATA-HOJE TO EST-DATA-MOVTO.
           MOVE EST-REGISTRO  TO WRK-JRN-DEPOIS.
           MOVE 'ESTOQUE'     TO WRK-JRN-ARQUIVO.
           IF WRK-FS-ESTOQUE-NAO-ENCONTRADO
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE EST-REGISTRO
           ELSE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE EST-REGISTRO
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE ESTOQUE-FILE.
       0300-FINALIZAR.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 0310-LISTAR-LOJA UNTIL WRK-IDX >= 999.
           MOVE SPACES TO REP-LINHA.
           MOVE WRK-VALOR-TOTAL TO WRK-LL-VALOR.
           STRING 'LOTES BAIXADOS ' WRK-QTD-BAIXADOS
                  ' - VALOR TOTAL ' WRK-LL-VALOR
                  DELIMITED BY SIZE INTO REP-LINHA.
           DISPLAY REP-LINHA.
           WRITE REP-LINHA.
           CLOSE REPORT-FILE.
           DISPLAY 'LOTES LIDOS ===> ' WRK-CONTADOR.
           DISPLAY 'LOTES VENCIDOS BAIXADOS ===> ' WRK-QTD-BAIXADOS.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0310-LISTAR-LOJA.
           ADD 1 TO WRK-IDX.
           IF WRK-TL-VALOR(WRK-IDX) NOT = ZEROS
                   MOVE WRK-IDX               TO WRK-LL-LOJA
                   MOVE WRK-TL-VALOR(WRK-IDX) TO WRK-LL-VALOR
                   WRITE REP-LINHA FROM WRK-LINHA-LOJA
                   DISPLAY WRK-LINHA-LOJA
           END-IF.
       0098-GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE.
           IF WRK-FS-JORNAL-ARQ-INEXISTENTE
                   CLOSE JORNAL-FILE
                   OPEN OUTPUT JORNAL-FILE
           END-IF.
           MOVE SPACES TO JRN-REGISTRO.
           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE 'PROGCOB155'      TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB155' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB155' TO OPLOG-PROGRAMA.
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
