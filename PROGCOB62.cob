      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = COMPARATIVO ANO A ANO DO MES POR LOJA
      *            (SUMARIO MENSAL SALESUM.DAT)
      * DATA = XX/XX/XXXX
      * 113 - COMPARA O MES INFORMADO COM O MESMO MES DE
      *       UM E DOIS ANOS ATRAS POR LOJA, COM PERCENTUAL
      *       DE CRESCIMENTO E ROLLUP REGIONAL NO ESTILO
      *       DO PROGCOB27, PARA A SAZONALIDADE DE DEZEMBRO
      * 210 - MESES COMPARADOS LIDOS DO SUMARIO MENSAL
      *       SALESUM.DAT (LINHAS 'L' DAS LOJAS), POSICIONADO
      *       EM CADA UM DOS TRES MESES EM VEZ DA VARREDURA
      *       DO SALESHST.DAT INTEIRO. O SUMARIO INCLUI O
      *       ARQUIVO MORTO E O MES AINDA ABERTO
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALESUM-FILE ASSIGN TO 'SALESUM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VSM-CHAVE
               FILE STATUS IS WRK-FS-SALESUM.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  SALESUM-FILE.
           COPY 'VSUMREC.cob'.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  REPORT-FILE.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-SALESUM  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SALESUM==.
       77 WRK-FS-MASTER   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-MES-ATUAL   PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-ANT1    PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-ANT2    PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-LIDO    PIC 9(04) VALUE ZEROS.
       77 WRK-ANOMES-LIDO PIC 9(06) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       01 WRK-TAB-LOJAS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT WRK-FIM-VARRE
                   PERFORM 0150-LER-MESES
           END-IF.
           CLOSE SALESUM-FILE.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           MOVE WRK-ANOMES(5:2) TO WRK-MES-ATUAL.
           COMPUTE WRK-ANO-ANT1 = WRK-ANO-ATUAL - 1.
           COMPUTE WRK-ANO-ANT2 = WRK-ANO-ATUAL - 2.
           OPEN INPUT SALESUM-FILE.
           IF NOT WRK-FS-SALESUM-OK
                   DISPLAY 'SALESUM.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'COMPARATIVO ANUAL' TO WRK-CAB-TITULO.
           ACCEPT WRK-CAB-DATA FROM DATE YYYYMMDD.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
       0150-LER-MESES.
           MOVE WRK-ANO-ATUAL TO WRK-ANO-LIDO.
           PERFORM 0160-POSICIONAR-MES.
           MOVE WRK-ANO-ANT1  TO WRK-ANO-LIDO.
           PERFORM 0160-POSICIONAR-MES.
           MOVE WRK-ANO-ANT2  TO WRK-ANO-LIDO.
           PERFORM 0160-POSICIONAR-MES.
       0160-POSICIONAR-MES.
           COMPUTE WRK-ANOMES-LIDO =
                   (WRK-ANO-LIDO * 100) + WRK-MES-ATUAL.
           MOVE 'N'             TO WRK-SW-FIM.
           MOVE WRK-ANOMES-LIDO TO VSM-ANOMES.
           MOVE ZEROS           TO VSM-LOJA VSM-DEPTO.
           MOVE SPACES          TO VSM-TIPO.
           START SALESUM-FILE KEY >= VSM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-SW-FIM
           END-START.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM-VARRE.
       0200-PROCESSAR.
           READ SALESUM-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF VSM-ANOMES NOT = WRK-ANOMES-LIDO
                           MOVE 'S' TO WRK-SW-FIM
                   ELSE
                           IF VSM-TOTAL-LOJA
                              AND VSM-LOJA > 0
                                   PERFORM 0210-ACUMULAR-ANO
                           END-IF
                   END-IF
           END-READ.
       0210-ACUMULAR-ANO.
           EVALUATE WRK-ANO-LIDO
                   WHEN WRK-ANO-ATUAL
                             ADD VSM-VALOR
                                 TO WRK-TL-ATUAL(VSM-LOJA)
                             ADD 1 TO WRK-CONTADOR
                   WHEN WRK-ANO-ANT1
                             ADD VSM-VALOR
                                 TO WRK-TL-ANT1(VSM-LOJA)
                   WHEN WRK-ANO-ANT2
                             ADD VSM-VALOR
                                 TO WRK-TL-ANT2(VSM-LOJA)
           END-EVALUATE.
       0300-FINALIZAR.
           MOVE ZEROS TO WRK-IDX.
