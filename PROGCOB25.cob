      *       LINHAS EMITIDAS (MESMA ARITMETICA DA
      *       REIMPRESSAO) EM VEZ DO CONTADOR DE CABECALHO
      *       QUE FICAVA SEMPRE EM 001
      * 210 - MES INTEIRO DENTRO DO PERIODO (ATUAL OU
      *       ANTERIOR) LIDO DO SUMARIO MENSAL SALESUM.DAT
      *       (LINHAS 'L' DAS LOJAS); SO OS DIAS DAS PONTAS
      *       QUE NAO FECHAM UM MES SAO LIDOS DO SALES.DAT,
      *       POSICIONADOS PELA CHAVE DE DATA, EM VEZ DA
      *       VARREDURA COMPLETA DO ARQUIVO
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ALTERNATE RECORD KEY IS SALES-DATA
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-SALES.
           SELECT SALESUM-FILE ASSIGN TO 'SALESUM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VSM-CHAVE
               FILE STATUS IS WRK-FS-SALESUM.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FILE SECTION.
       FD  SALES-FILE.
           COPY 'SALEREC.cob'.
       FD  SALESUM-FILE.
           COPY 'VSUMREC.cob'.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  REPORT-FILE.
       77 WRK-FS-SALES  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SALES==.
       77 WRK-FS-SALESUM PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SALESUM==.
       77 WRK-FS-MASTER PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-CONTADOR         PIC 9(07) VALUE ZEROS.
       77 WRK-SW-FIM           PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE    VALUE 'S'.
       77 WRK-SW-SALES         PIC X(01) VALUE 'N'.
           88 WRK-SALES-ABERTO VALUE 'S'.
       77 WRK-SW-SALESUM       PIC X(01) VALUE 'N'.
           88 WRK-SALESUM-ABERTO VALUE 'S'.
       77 WRK-SW-PERIODO       PIC X(01) VALUE 'A'.
           88 WRK-PERIODO-ATUAL    VALUE 'A'.
           88 WRK-PERIODO-ANTERIOR VALUE 'P'.
       77 WRK-PER-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-PER-FIM          PIC 9(08) VALUE ZEROS.
       77 WRK-MES-FINAL        PIC 9(06) VALUE ZEROS.
       01 WRK-MES-CORRENTE.
           02 WRK-MC-ANO       PIC 9(04).
           02 WRK-MC-MES       PIC 9(02).
       01 WRK-MES-CORRENTE-NUM REDEFINES WRK-MES-CORRENTE
                               PIC 9(06).
       01 WRK-DIAS-MES-DADOS.
           02 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-DIAS-MES REDEFINES WRK-DIAS-MES-DADOS.
           02 WRK-DM-DIAS PIC 9(02) OCCURS 12 TIMES.
       77 WRK-ULTIMO-DIA       PIC 9(02) VALUE ZEROS.
       77 WRK-QUOC-BISSEXTO    PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-BISSEXTO4  PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-BISSEXTO100 PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-BISSEXTO400 PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-PRIMEIRO    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ULTIMO      PIC 9(08) VALUE ZEROS.
       77 WRK-TRECHO-INICIO    PIC 9(08) VALUE ZEROS.
       77 WRK-TRECHO-FIM       PIC 9(08) VALUE ZEROS.
       77 WRK-LOJA-REG         PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-REG        PIC S9(13)V99 VALUE ZEROS.
       01 WRK-TAB-LOJAS.
           02 WRK-TL-ENTRADA OCCURS 999 TIMES.
               03 WRK-TL-ATUAL    PIC S9(11)V99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           MOVE 'A'             TO WRK-SW-PERIODO.
           MOVE WRK-DATA-INICIO TO WRK-PER-INICIO.
           MOVE WRK-DATA-FIM    TO WRK-PER-FIM.
           PERFORM 0150-APURAR-PERIODO.
           IF WRK-DATA-INICIO-ANT NOT = ZEROS
                   MOVE 'P'                 TO WRK-SW-PERIODO
                   MOVE WRK-DATA-INICIO-ANT TO WRK-PER-INICIO
                   MOVE WRK-DATA-FIM-ANT    TO WRK-PER-FIM
                   PERFORM 0150-APURAR-PERIODO
           END-IF.
           CLOSE SALES-FILE SALESUM-FILE.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           DISPLAY 'DATA FINAL DO PERIODO ANTERIOR (0=NAO): '.
           ACCEPT  WRK-DATA-FIM-ANT FROM CONSOLE.
           OPEN INPUT SALES-FILE.
           IF WRK-FS-SALES-OK
                   MOVE 'S' TO WRK-SW-SALES
           ELSE
                   DISPLAY 'SALES.DAT NAO ENCONTRADO'
           END-IF.
           OPEN INPUT SALESUM-FILE.
           IF WRK-FS-SALESUM-OK
                   MOVE 'S' TO WRK-SW-SALESUM
           ELSE
                   DISPLAY 'SALESUM.DAT NAO ENCONTRADO'
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RANKING DE LOJAS' TO WRK-CAB-TITULO.
           ACCEPT WRK-CAB-DATA FROM DATE YYYYMMDD.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
       0150-APURAR-PERIODO.
           MOVE WRK-PER-INICIO(1:6) TO WRK-MES-CORRENTE.
           MOVE WRK-PER-FIM(1:6)    TO WRK-MES-FINAL.
           PERFORM 0160-APURAR-MES
                   UNTIL WRK-MES-CORRENTE-NUM > WRK-MES-FINAL
                      OR WRK-MC-MES = ZEROS
                      OR WRK-MC-MES > 12.
       0160-APURAR-MES.
           MOVE WRK-DM-DIAS(WRK-MC-MES) TO WRK-ULTIMO-DIA.
           IF WRK-MC-MES = 2
                   DIVIDE WRK-MC-ANO BY 4 GIVING WRK-QUOC-BISSEXTO
                           REMAINDER WRK-RESTO-BISSEXTO4
                   DIVIDE WRK-MC-ANO BY 100 GIVING WRK-QUOC-BISSEXTO
                           REMAINDER WRK-RESTO-BISSEXTO100
                   DIVIDE WRK-MC-ANO BY 400 GIVING WRK-QUOC-BISSEXTO
                           REMAINDER WRK-RESTO-BISSEXTO400
                   IF WRK-RESTO-BISSEXTO400 = 0
                      OR (WRK-RESTO-BISSEXTO4 = 0
                          AND WRK-RESTO-BISSEXTO100 NOT = 0)
                           MOVE 29 TO WRK-ULTIMO-DIA
                   END-IF
           END-IF.
           COMPUTE WRK-DATA-PRIMEIRO = (WRK-MES-CORRENTE-NUM * 100)
                   + 1.
           COMPUTE WRK-DATA-ULTIMO = (WRK-MES-CORRENTE-NUM * 100)
                   + WRK-ULTIMO-DIA.
           IF WRK-PER-INICIO <= WRK-DATA-PRIMEIRO
              AND WRK-PER-FIM >= WRK-DATA-ULTIMO
                   PERFORM 0170-LER-SUMARIO-MES
           ELSE
                   MOVE WRK-DATA-PRIMEIRO TO WRK-TRECHO-INICIO
                   IF WRK-PER-INICIO > WRK-TRECHO-INICIO
                           MOVE WRK-PER-INICIO TO WRK-TRECHO-INICIO
                   END-IF
                   MOVE WRK-DATA-ULTIMO TO WRK-TRECHO-FIM
                   IF WRK-PER-FIM < WRK-TRECHO-FIM
                           MOVE WRK-PER-FIM TO WRK-TRECHO-FIM
                   END-IF
                   PERFORM 0180-LER-DETALHE-TRECHO
           END-IF.
           IF WRK-MC-MES = 12
                   ADD 1 TO WRK-MC-ANO
                   MOVE 1 TO WRK-MC-MES
           ELSE
                   ADD 1 TO WRK-MC-MES
           END-IF.
       0170-LER-SUMARIO-MES.
           MOVE 'N' TO WRK-SW-FIM.
           IF WRK-SALESUM-ABERTO
                   MOVE WRK-MES-CORRENTE-NUM TO VSM-ANOMES
                   MOVE ZEROS  TO VSM-LOJA VSM-DEPTO
                   MOVE SPACES TO VSM-TIPO
                   START SALESUM-FILE KEY >= VSM-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM
                   END-START
                   PERFORM 0175-LER-SUMARIO UNTIL WRK-FIM-VARRE
           END-IF.
       0175-LER-SUMARIO.
           READ SALESUM-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF VSM-ANOMES NOT = WRK-MES-CORRENTE-NUM
                           MOVE 'S' TO WRK-SW-FIM
                   ELSE
                           IF VSM-TOTAL-LOJA
                                   MOVE VSM-LOJA  TO WRK-LOJA-REG
                                   MOVE VSM-VALOR TO WRK-VALOR-REG
                                   PERFORM 0210-ACUMULAR-REGISTRO
                           END-IF
                   END-IF
           END-READ.
       0180-LER-DETALHE-TRECHO.
           MOVE 'N' TO WRK-SW-FIM.
           IF WRK-SALES-ABERTO
                   MOVE WRK-TRECHO-INICIO TO SALES-DATA
                   START SALES-FILE KEY >= SALES-DATA
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM
                   END-START
                   PERFORM 0200-PROCESSAR UNTIL WRK-FIM-VARRE
           END-IF.
       0200-PROCESSAR.
           READ SALES-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF SALES-DATA > WRK-TRECHO-FIM
                           MOVE 'S' TO WRK-SW-FIM
                   ELSE
                           IF SALES-DATA(7:2) NOT = '00'
                                   MOVE SALES-LOJA  TO WRK-LOJA-REG
                                   MOVE SALES-TOTAL TO WRK-VALOR-REG
                                   PERFORM 0210-ACUMULAR-REGISTRO
                           END-IF
                   END-IF
           END-READ.
       0210-ACUMULAR-REGISTRO.
           IF WRK-LOJA-REG > 0
                   IF WRK-PERIODO-ATUAL
                           ADD WRK-VALOR-REG
                               TO WRK-TL-ATUAL(WRK-LOJA-REG)
                           ADD WRK-VALOR-REG TO WRK-GRANDE-TOTAL
                           ADD 1 TO WRK-CONTADOR
                   ELSE
                           ADD WRK-VALOR-REG
                               TO WRK-TL-ANTERIOR(WRK-LOJA-REG)
                   END-IF
           END-IF.
       0300-FINALIZAR.
