       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB153.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = RELATORIO DAS LOJAS QUE NAO CONFIRMARAM A
      *            TROCA DE ETIQUETAS DE GONDOLA (ETQCTL.DAT)
      * DATA = XX/XX/XXXX
      * 201 - LISTA CADA PENDENCIA AINDA NAO CONFIRMADA NO
      *       PROGCOB152 COM NOME DA LOJA (MESTRE), VIGENCIA,
      *       DATA DE GERACAO E QTDE DE ETIQUETAS; VIGENCIA JA
      *       ALCANCADA PELA DATA DE NEGOCIO SAI COMO VENCIDA
      *       (PRECO NOVO NO CAIXA COM ETIQUETA ANTIGA)
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ETQCTL-FILE ASSIGN TO 'ETQCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ETC-CHAVE
               FILE STATUS IS WRK-FS-ETQCTL.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WRK-FS-MASTER.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB153.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  ETQCTL-FILE.
           COPY 'ETQCREC.cob'.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-ETQCTL  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ETQCTL==.
       77 WRK-FS-MASTER  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-FS-REPORT  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-VENCIDAS PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-TITULO.
           02 FILLER PIC X(35) VALUE
              'LOJA NOME                 VIGENCIA '.
           02 FILLER PIC X(35) VALUE
              'GERADA   ETIQ. SITUACAO'.
       01 WRK-LINHA-DETALHE.
           02 WRK-LD-LOJA      PIC 9(03).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LD-NOME      PIC X(20).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-VIGENCIA  PIC 9(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-GERACAO   PIC 9(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-QTDE      PIC ZZZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-SITUACAO  PIC X(08).
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
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-ETQCTL = '10'.
           CLOSE ETQCTL-FILE MASTER-FILE.
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
           OPEN INPUT MASTER-FILE.
           OPEN INPUT ETQCTL-FILE.
           IF NOT WRK-FS-ETQCTL-OK
                   DISPLAY 'ETQCTL.DAT NAO ENCONTRADO'
                   MOVE '10' TO WRK-FS-ETQCTL
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'ETIQUETAS PENDENTES' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE         TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
       0200-PROCESSAR.
           READ ETQCTL-FILE
               AT END
                   MOVE '10' TO WRK-FS-ETQCTL
               NOT AT END
                   IF ETC-LOJA > ZEROS AND ETC-PENDENTE
                           PERFORM 0210-LISTAR-PENDENCIA
                   END-IF
           END-READ.
       0210-LISTAR-PENDENCIA.
           ADD 1 TO WRK-CONTADOR.
           MOVE 'L'      TO MASTER-TIPO.
           MOVE ETC-LOJA TO MASTER-CODIGO.
           READ MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO MASTER-NOME
           END-READ.
           MOVE ETC-LOJA         TO WRK-LD-LOJA.
           MOVE MASTER-NOME      TO WRK-LD-NOME.
           MOVE ETC-DATA-VIGOR   TO WRK-LD-VIGENCIA.
           MOVE ETC-DATA-GERACAO TO WRK-LD-GERACAO.
           MOVE ETC-QTDE         TO WRK-LD-QTDE.
           IF ETC-DATA-VIGOR NOT > WRK-DATA-HOJE
                   MOVE 'VENCIDA'  TO WRK-LD-SITUACAO
                   ADD 1 TO WRK-QTD-VENCIDAS
           ELSE
                   MOVE 'A VENCER' TO WRK-LD-SITUACAO
           END-IF.
           WRITE REP-LINHA FROM WRK-LINHA-DETALHE.
           DISPLAY WRK-LINHA-DETALHE.
       0300-FINALIZAR.
           MOVE SPACES TO REP-LINHA.
           STRING 'PENDENCIAS ' WRK-CONTADOR
                  ' - VENCIDAS ' WRK-QTD-VENCIDAS
                  DELIMITED BY SIZE INTO REP-LINHA.
           DISPLAY REP-LINHA.
           WRITE REP-LINHA.
           CLOSE REPORT-FILE.
           DISPLAY 'LOJAS SEM CONFIRMACAO ===> ' WRK-CONTADOR.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB153' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB153' TO OPLOG-PROGRAMA.
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
