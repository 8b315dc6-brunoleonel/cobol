       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB148.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = RELATORIO DO HISTORICO DE CONSENTIMENTOS
      *            DE MARKETING (CNSHIST.DAT) PARA AUDITORIA
      * DATA = XX/XX/XXXX
      * 199 - LISTA CADA CONCESSAO/RETIRADA DO PERIODO
      *       (DATA, HORA, CLIENTE, CANAL, SITUACAO ANTERIOR
      *       E NOVA, ORIGEM, OPERADOR E PROGRAMA) PARA UM
      *       CLIENTE OU TODOS, COM TOTAIS POR CANAL -
      *       PRESTACAO DE CONTAS LGPD
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNSHIST-FILE ASSIGN TO 'CNSHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CNSHIST.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB148.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  CNSHIST-FILE.
           COPY 'CNSHREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-CNSHIST PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CNSHIST==.
       77 WRK-FS-REPORT  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-CLIENTE     PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM    PIC 9(08) VALUE ZEROS.
       77 WRK-IDX-CANAL   PIC 9(01) VALUE ZEROS.
       01 WRK-NOME-CANAL-TAB.
           02 FILLER PIC X(07) VALUE 'SMS    '.
           02 FILLER PIC X(07) VALUE 'E-MAIL '.
           02 FILLER PIC X(07) VALUE 'CORREIO'.
       01 WRK-NOME-CANAL-R REDEFINES WRK-NOME-CANAL-TAB.
           02 WRK-NOME-CANAL PIC X(07) OCCURS 3 TIMES.
       01 WRK-TAB-TOTAIS.
           02 WRK-TT-CANAL OCCURS 3 TIMES.
               03 WRK-TT-CONCESSOES PIC 9(07).
               03 WRK-TT-RETIRADAS  PIC 9(07).
       01 WRK-LINHA-DETALHE.
           02 WRK-LD-DATA      PIC 9(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-HORA      PIC 9(06).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-CLIENTE   PIC 9(06).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-CANAL     PIC X(07).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-ANTERIOR  PIC X(01).
           02 FILLER           PIC X(04) VALUE ' -> '.
           02 WRK-LD-SITUACAO  PIC X(01).
           02 FILLER           PIC X(05) VALUE ' ORG '.
           02 WRK-LD-ORIGEM    PIC X(01).
           02 FILLER           PIC X(04) VALUE ' OP '.
           02 WRK-LD-OPERADOR  PIC 9(02).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-PROGRAMA  PIC X(09).
           02 FILLER           PIC X(11) VALUE SPACES.
       01 WRK-LINHA-CANAL.
           02 FILLER           PIC X(06) VALUE 'CANAL '.
           02 WRK-LC-CANAL     PIC X(07).
           02 FILLER           PIC X(14) VALUE ' CONCESSOES.. '.
           02 WRK-LC-CONCESSOES PIC ZZZZZZ9.
           02 FILLER           PIC X(14) VALUE ' RETIRADAS... '.
           02 WRK-LC-RETIRADAS PIC ZZZZZZ9.
           02 FILLER           PIC X(15) VALUE SPACES.
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
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-CNSHIST = '10'.
           CLOSE CNSHIST-FILE.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE ZEROS TO WRK-TAB-TOTAIS.
           DISPLAY 'CLIENTE (0=TODOS): '.
           ACCEPT  WRK-CLIENTE FROM CONSOLE.
           DISPLAY 'DATA INICIAL (AAAAMMDD, 0=ABERTA): '.
           ACCEPT  WRK-DATA-INICIO FROM CONSOLE.
           DISPLAY 'DATA FINAL (AAAAMMDD, 0=ABERTA): '.
           ACCEPT  WRK-DATA-FIM FROM CONSOLE.
           IF WRK-DATA-FIM = ZEROS
                   MOVE 99999999 TO WRK-DATA-FIM
           END-IF.
           OPEN INPUT CNSHIST-FILE.
           IF NOT WRK-FS-CNSHIST-OK
                   DISPLAY 'CNSHIST.DAT NAO ENCONTRADO'
                   MOVE '10' TO WRK-FS-CNSHIST
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'HIST. CONSENTIMENTO' TO WRK-CAB-TITULO.
           ACCEPT WRK-CAB-DATA FROM DATE YYYYMMDD.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
       0200-PROCESSAR.
           READ CNSHIST-FILE
               AT END
                   MOVE '10' TO WRK-FS-CNSHIST
               NOT AT END
                   IF CNH-DATA >= WRK-DATA-INICIO
                      AND CNH-DATA <= WRK-DATA-FIM
                      AND (WRK-CLIENTE = ZEROS
                           OR CNH-CLIENTE = WRK-CLIENTE)
                      AND CNH-CANAL >= 1 AND CNH-CANAL <= 3
                           PERFORM 0210-LISTAR-MOVIMENTO
                   END-IF
           END-READ.
       0210-LISTAR-MOVIMENTO.
           ADD 1 TO WRK-CONTADOR.
           IF CNH-CONCESSAO
                   ADD 1 TO WRK-TT-CONCESSOES(CNH-CANAL)
           ELSE
                   ADD 1 TO WRK-TT-RETIRADAS(CNH-CANAL)
           END-IF.
           MOVE CNH-DATA                  TO WRK-LD-DATA.
           MOVE CNH-HORA                  TO WRK-LD-HORA.
           MOVE CNH-CLIENTE               TO WRK-LD-CLIENTE.
           MOVE WRK-NOME-CANAL(CNH-CANAL) TO WRK-LD-CANAL.
           MOVE CNH-SIT-ANTERIOR          TO WRK-LD-ANTERIOR.
           MOVE CNH-SITUACAO              TO WRK-LD-SITUACAO.
           MOVE CNH-ORIGEM                TO WRK-LD-ORIGEM.
           MOVE CNH-OPERADOR              TO WRK-LD-OPERADOR.
           MOVE CNH-PROGRAMA              TO WRK-LD-PROGRAMA.
           WRITE REP-LINHA FROM WRK-LINHA-DETALHE.
           DISPLAY WRK-LINHA-DETALHE.
       0300-FINALIZAR.
           MOVE ZEROS TO WRK-IDX-CANAL.
           PERFORM 0310-LISTAR-CANAL UNTIL WRK-IDX-CANAL >= 3.
           CLOSE REPORT-FILE.
           DISPLAY 'MOVIMENTOS NO PERIODO ===> ' WRK-CONTADOR.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0310-LISTAR-CANAL.
           ADD 1 TO WRK-IDX-CANAL.
           MOVE WRK-NOME-CANAL(WRK-IDX-CANAL) TO WRK-LC-CANAL.
           MOVE WRK-TT-CONCESSOES(WRK-IDX-CANAL) TO WRK-LC-CONCESSOES.
           MOVE WRK-TT-RETIRADAS(WRK-IDX-CANAL)  TO WRK-LC-RETIRADAS.
           WRITE REP-LINHA FROM WRK-LINHA-CANAL.
           DISPLAY WRK-LINHA-CANAL.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB148' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB148' TO OPLOG-PROGRAMA.
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
