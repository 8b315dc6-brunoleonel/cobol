       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB154.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = RELATORIO DIARIO DE LOTES DE PERECIVEIS
      *            VENCIDOS E A VENCER POR LOJA (ESTLOTE.DAT)
      * DATA = XX/XX/XXXX
      * 202 - LISTA POR LOJA CADA LOTE ATIVO COM SALDO E
      *       VALIDADE ATE VALIDADE-DIAS-ALERTA DIAS (CONFIG,
      *       PADRAO 7) APOS A DATA DE NEGOCIO, NA ORDEM DE
      *       PRODUTO E VALIDADE; LOTE JA VENCIDO SAI COMO
      *       VENCIDO (CANDIDATO A BAIXA NO PROGCOB155), COM
      *       TOTAIS POR LOJA E GERAL
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
           SELECT PRODUCTS-FILE ASSIGN TO 'PRODUCTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUCTS.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB154.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTLOTE-FILE.
           COPY 'ESLTREC.cob'.
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
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
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR      PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ALERTA   PIC 9(03) VALUE 7.
       77 WRK-DATA-LIMITE   PIC 9(08) VALUE ZEROS.
       77 WRK-LOJA-ATUAL    PIC 9(03) VALUE ZEROS.
       77 WRK-SW-PRIMEIRO   PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRA-LOJA VALUE 'S'.
       77 WRK-LOJA-LOTES    PIC 9(05) VALUE ZEROS.
       77 WRK-LOJA-QTDE     PIC 9(07) VALUE ZEROS.
       77 WRK-LOJA-VENCIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-VENCIDOS  PIC 9(07) VALUE ZEROS.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-DIA-UTIL.
           02 WRK-DU-FUNCAO    PIC X(01).
           02 WRK-DU-DATA      PIC 9(08).
           02 WRK-DU-RESULTADO PIC X(01).
           02 WRK-DU-PROXIMA   PIC 9(08).
           02 WRK-DU-REGIAO    PIC 9(02).
           02 WRK-DU-DIAS      PIC 9(03).
       01 WRK-LINHA-TITULO.
           02 FILLER PIC X(35) VALUE
              'LOJ PROD  NOME                 LOTE'.
           02 FILLER PIC X(35) VALUE
              '       VALIDADE   SALDO SITUACAO'.
       01 WRK-LINHA-DETALHE.
           02 WRK-LD-LOJA      PIC 9(03).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-PRODUTO   PIC 9(05).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-NOME      PIC X(20).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-LOTE      PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-VALIDADE  PIC 9(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-SALDO     PIC ZZZZZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-SITUACAO  PIC X(08).
           02 FILLER           PIC X(03) VALUE SPACES.
       01 WRK-LINHA-LOJA.
           02 FILLER           PIC X(11) VALUE 'TOTAL LOJA '.
           02 WRK-TL-LOJA      PIC 9(03).
           02 FILLER           PIC X(08) VALUE ' LOTES  '.
           02 WRK-TL-LOTES     PIC ZZZZ9.
           02 FILLER           PIC X(08) VALUE ' QTDE   '.
           02 WRK-TL-QTDE      PIC ZZZZZZ9.
           02 FILLER           PIC X(11) VALUE ' VENCIDOS  '.
           02 WRK-TL-VENCIDOS  PIC ZZZZ9.
           02 FILLER           PIC X(12) VALUE SPACES.
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
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO = 'S'
                   MOVE WRK-BD-DATA TO WRK-DATA-HOJE
           ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           END-IF.
           MOVE 'VALIDADE-DIAS-ALERTA' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-DIAS-ALERTA
           END-IF.
           MOVE 'S'             TO WRK-DU-FUNCAO.
           MOVE WRK-DATA-HOJE   TO WRK-DU-DATA.
           MOVE ZEROS           TO WRK-DU-REGIAO.
           MOVE WRK-DIAS-ALERTA TO WRK-DU-DIAS.
           CALL 'PROGCOB40' USING WRK-DIA-UTIL.
           MOVE WRK-DU-PROXIMA  TO WRK-DATA-LIMITE.
           OPEN INPUT PRODUCTS-FILE.
           OPEN INPUT ESTLOTE-FILE.
           IF NOT WRK-FS-ESTLOTE-OK
                   DISPLAY 'ESTLOTE.DAT NAO ENCONTRADO'
                   MOVE '10' TO WRK-FS-ESTLOTE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'VALIDADE PERECIVEIS' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE         TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           MOVE SPACES TO REP-LINHA.
           STRING 'LOTES COM VALIDADE ATE ' WRK-DATA-LIMITE
                  ' (' WRK-DIAS-ALERTA ' DIAS)'
                  DELIMITED BY SIZE INTO REP-LINHA.
           DISPLAY REP-LINHA.
           WRITE REP-LINHA.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
       0200-PROCESSAR.
           READ ESTLOTE-FILE NEXT
               AT END
                   MOVE '10' TO WRK-FS-ESTLOTE
                   IF NOT WRK-PRIMEIRA-LOJA
                           PERFORM 0250-QUEBRA-LOJA
                   END-IF
               NOT AT END
                   IF ELT-ATIVO AND ELT-SALDO > ZEROS
                      AND ELT-VALIDADE NOT > WRK-DATA-LIMITE
                           PERFORM 0210-LISTAR-LOTE
                   END-IF
           END-READ.
       0210-LISTAR-LOTE.
           IF NOT WRK-PRIMEIRA-LOJA
              AND ELT-LOJA NOT = WRK-LOJA-ATUAL
                   PERFORM 0250-QUEBRA-LOJA
           END-IF.
           MOVE 'N'      TO WRK-SW-PRIMEIRO.
           MOVE ELT-LOJA TO WRK-LOJA-ATUAL.
           ADD 1 TO WRK-CONTADOR WRK-LOJA-LOTES.
           ADD ELT-SALDO TO WRK-LOJA-QTDE.
           MOVE ELT-PRODUTO TO PROD-CODIGO.
           READ PRODUCTS-FILE
               INVALID KEY
                   MOVE SPACES TO PROD-NOME
           END-READ.
           MOVE ELT-LOJA     TO WRK-LD-LOJA.
           MOVE ELT-PRODUTO  TO WRK-LD-PRODUTO.
           MOVE PROD-NOME    TO WRK-LD-NOME.
           MOVE ELT-LOTE     TO WRK-LD-LOTE.
           MOVE ELT-VALIDADE TO WRK-LD-VALIDADE.
           MOVE ELT-SALDO    TO WRK-LD-SALDO.
           IF ELT-VALIDADE < WRK-DATA-HOJE
                   MOVE 'VENCIDO'  TO WRK-LD-SITUACAO
                   ADD 1 TO WRK-LOJA-VENCIDOS WRK-QTD-VENCIDOS
           ELSE
                   MOVE 'A VENCER' TO WRK-LD-SITUACAO
           END-IF.
           WRITE REP-LINHA FROM WRK-LINHA-DETALHE.
           DISPLAY WRK-LINHA-DETALHE.
       0250-QUEBRA-LOJA.
           MOVE WRK-LOJA-ATUAL    TO WRK-TL-LOJA.
           MOVE WRK-LOJA-LOTES    TO WRK-TL-LOTES.
           MOVE WRK-LOJA-QTDE     TO WRK-TL-QTDE.
           MOVE WRK-LOJA-VENCIDOS TO WRK-TL-VENCIDOS.
           WRITE REP-LINHA FROM WRK-LINHA-LOJA.
           DISPLAY WRK-LINHA-LOJA.
           MOVE ZEROS TO WRK-LOJA-LOTES WRK-LOJA-QTDE
                         WRK-LOJA-VENCIDOS.
       0300-FINALIZAR.
           MOVE SPACES TO REP-LINHA.
           STRING 'LOTES LISTADOS ' WRK-CONTADOR
                  ' - VENCIDOS ' WRK-QTD-VENCIDOS
                  DELIMITED BY SIZE INTO REP-LINHA.
           DISPLAY REP-LINHA.
           WRITE REP-LINHA.
           CLOSE REPORT-FILE.
           DISPLAY 'LOTES VENCIDOS OU A VENCER ===> ' WRK-CONTADOR.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB154' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB154' TO OPLOG-PROGRAMA.
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
