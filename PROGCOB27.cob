      *       LINHAS EMITIDAS (MESMA ARITMETICA DA
      *       REIMPRESSAO) EM VEZ DO CONTADOR DE CABECALHO
      *       QUE FICAVA SEMPRE EM 001
      * 210 - REALIZADO DO MES LIDO DO SUMARIO MENSAL
      *       SALESUM.DAT (LINHAS 'L' DAS LOJAS, POSICIONADO
      *       NO MES) EM VEZ DA VARREDURA DO SALES.DAT
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TARGETS-FILE ASSIGN TO 'TARGETS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TARGETS.
           SELECT SALESUM-FILE ASSIGN TO 'SALESUM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VSM-CHAVE
               FILE STATUS IS WRK-FS-SALESUM.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           02 TGT-LOJA    PIC 9(03).
           02 TGT-ANOMES  PIC 9(06).
           02 TGT-VALOR   PIC 9(09)V99.
       FD  SALESUM-FILE.
           COPY 'VSUMREC.cob'.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  REPORT-FILE.
       77 WRK-ABERTURA-LOJA PIC 9(08) VALUE ZEROS.
       77 WRK-ENCERR-LOJA   PIC 9(08) VALUE ZEROS.
       77 WRK-META-PRORATA  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FS-SALESUM PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SALESUM==.
       77 WRK-FS-MASTER  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM-VARRE.
           CLOSE SALESUM-FILE.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
                   MOVE 80 TO WRK-CORTE-PCT
           END-IF.
           PERFORM 0110-CARREGAR-METAS.
           OPEN INPUT SALESUM-FILE.
           IF NOT WRK-FS-SALESUM-OK
                   DISPLAY 'SALESUM.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           ELSE
                   MOVE WRK-ANOMES TO VSM-ANOMES
                   MOVE ZEROS      TO VSM-LOJA VSM-DEPTO
                   MOVE SPACES     TO VSM-TIPO
                   START SALESUM-FILE KEY >= VSM-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM
                   END-START
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'METAS X REALIZADO' TO WRK-CAB-TITULO.
           COMPUTE WRK-SERIAL-SAIDA = (WRK-SER-ANO * 360)
                   + (WRK-SER-MES * 30) + WRK-SER-DIA.
       0200-PROCESSAR.
           READ SALESUM-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   MOVE VSM-ANOMES TO WRK-ANOMES-REG
                   IF WRK-ANOMES-REG NOT = WRK-ANOMES
                           MOVE 'S' TO WRK-SW-FIM
                   ELSE
                           IF VSM-LOJA > 0
                              AND VSM-TOTAL-LOJA
                                   ADD VSM-VALOR
                                       TO WRK-TL-REAL(VSM-LOJA)
                                   ADD 1 TO WRK-CONTADOR
                           END-IF
                   END-IF
           END-READ.
       0300-FINALIZAR.
