       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB169.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = CARGA DA BASE DE REFERENCIA DE CEP
      *            (CEP.IN PARA CEP.DAT)
      * DATA = XX/XX/XXXX
      * 212 - RECRIA O CEP.DAT A CADA CARGA COM A BASE
      *       RECEBIDA DOS CORREIOS; LINHA COM CEP NAO
      *       NUMERICO OU ZERADO, CIDADE EM BRANCO, UF FORA
      *       DAS 27 UNIDADES OU CEP REPETIDO FICA FORA E
      *       SAI NO RELATORIO DE RECUSAS
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEPIN-FILE ASSIGN TO 'CEP.IN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CEPIN.
           SELECT CEP-FILE ASSIGN TO 'CEP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEP-CODIGO
               FILE STATUS IS WRK-FS-CEP.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB169.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  CEPIN-FILE.
       01  CIN-REGISTRO.
           02 CIN-CEP-ALFA      PIC X(08).
           02 CIN-CEP REDEFINES CIN-CEP-ALFA
                                PIC 9(08).
           02 CIN-LOGRADOURO    PIC X(30).
           02 CIN-BAIRRO        PIC X(20).
           02 CIN-CIDADE        PIC X(25).
           02 CIN-UF            PIC X(02).
       FD  CEP-FILE.
           COPY 'CEPREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-CEPIN    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CEPIN==.
       77 WRK-FS-CEP      PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CEP==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LIDOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-RECUSAS PIC 9(07) VALUE ZEROS.
       77 WRK-SW-CARGA    PIC X(01) VALUE 'N'.
           88 WRK-CARGA-ABERTA VALUE 'S'.
       77 WRK-UF          PIC X(02) VALUE SPACES.
           88 WRK-UF-VALIDA VALUE 'AC' 'AL' 'AP' 'AM' 'BA' 'CE'
                                  'DF' 'ES' 'GO' 'MA' 'MT' 'MS'
                                  'MG' 'PA' 'PB' 'PR' 'PE' 'PI'
                                  'RJ' 'RN' 'RS' 'RO' 'RR' 'SC'
                                  'SP' 'SE' 'TO'.
       77 WRK-MOTIVO      PIC X(20) VALUE SPACES.
       01 WRK-LINHA-RECUSA.
           02 WRK-LR-CEP      PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LR-CIDADE   PIC X(25).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LR-UF       PIC X(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LR-MOTIVO   PIC X(20).
           02 FILLER          PIC X(12) VALUE SPACES.
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
           IF WRK-CARGA-ABERTA
                   PERFORM 0200-CARREGAR-CEP
                           UNTIL WRK-FS-CEPIN = '10'
                   CLOSE CEPIN-FILE CEP-FILE
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RECUSAS CARGA CEP' TO WRK-CAB-TITULO.
           ACCEPT WRK-CAB-DATA FROM DATE YYYYMMDD.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           OPEN INPUT CEPIN-FILE.
           IF WRK-FS-CEPIN-OK
                   OPEN OUTPUT CEP-FILE
                   MOVE 'S' TO WRK-SW-CARGA
           ELSE
                   DISPLAY 'CEP.IN NAO ENCONTRADO - CEP.DAT '
                           'MANTIDO'
                   MOVE 8 TO RETURN-CODE
           END-IF.
       0200-CARREGAR-CEP.
           READ CEPIN-FILE
               AT END
                   MOVE '10' TO WRK-FS-CEPIN
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   PERFORM 0210-CRITICAR-CEP
           END-READ.
       0210-CRITICAR-CEP.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE CIN-UF TO WRK-UF.
           EVALUATE TRUE
               WHEN CIN-CEP-ALFA IS NOT NUMERIC
                     MOVE 'CEP NAO NUMERICO' TO WRK-MOTIVO
               WHEN CIN-CEP = ZEROS
                     MOVE 'CEP ZERADO' TO WRK-MOTIVO
               WHEN CIN-CIDADE = SPACES
                     MOVE 'CIDADE EM BRANCO' TO WRK-MOTIVO
               WHEN NOT WRK-UF-VALIDA
                     MOVE 'UF INVALIDA' TO WRK-MOTIVO
           END-EVALUATE.
           IF WRK-MOTIVO = SPACES
                   MOVE CIN-CEP        TO CEP-CODIGO
                   MOVE CIN-LOGRADOURO TO CEP-LOGRADOURO
                   MOVE CIN-BAIRRO     TO CEP-BAIRRO
                   MOVE CIN-CIDADE     TO CEP-CIDADE
                   MOVE CIN-UF         TO CEP-UF
                   WRITE CEP-REGISTRO
                       INVALID KEY
                           MOVE 'CEP REPETIDO' TO WRK-MOTIVO
                       NOT INVALID KEY
                           ADD 1 TO WRK-CONTADOR
                   END-WRITE
           END-IF.
           IF WRK-MOTIVO NOT = SPACES
                   ADD 1 TO WRK-QTD-RECUSAS
                   MOVE CIN-CEP-ALFA TO WRK-LR-CEP
                   MOVE CIN-CIDADE   TO WRK-LR-CIDADE
                   MOVE CIN-UF       TO WRK-LR-UF
                   MOVE WRK-MOTIVO   TO WRK-LR-MOTIVO
                   WRITE REP-LINHA FROM WRK-LINHA-RECUSA
           END-IF.
       0300-FINALIZAR.
           CLOSE REPORT-FILE.
           DISPLAY 'LINHAS LIDAS DO CEP.IN ===> ' WRK-QTD-LIDOS.
           DISPLAY 'CEPS CARREGADOS ===> ' WRK-CONTADOR.
           DISPLAY 'LINHAS RECUSADAS ===> ' WRK-QTD-RECUSAS.
           IF WRK-QTD-RECUSAS > ZEROS
              AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB169' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB169' TO OPLOG-PROGRAMA.
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
