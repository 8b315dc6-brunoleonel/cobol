      *       SEGUE O PONTEIRO CLI-MERGE-PARA: A CONSULTA
      *       DO SOBREVIVENTE INCLUI AS COMPRAS FEITAS NOS
      *       IDS ANTIGOS
      * 175 - EXIBE O SALDO VALIDO DE PONTOS DE FIDELIDADE
      *       DO CLIENTE (PONTOS.DAT, LOTES COM ATE 12
      *       MESES) LOGO ABAIXO DA LINHA DO CLIENTE
      * 196 - PERIODO QUE JA FOI PARA O ARQUIVO MORTO
      *       (CORTE EM ARQCTL.DAT DO PROGCOB143) E LIDO
      *       TAMBEM EM CUSTHIST.ARQ, ANTES DO VIVO
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CUSTHIST-FILE ASSIGN TO 'CUSTHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTHIST.
           SELECT CUSTARQ-FILE ASSIGN TO 'CUSTHIST.ARQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTARQ.
           SELECT ARQCTL-FILE ASSIGN TO 'ARQCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQCTL.
           SELECT CUSTMST-FILE ASSIGN TO 'CUSTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-CUSTMST.
           SELECT PONTOS-FILE ASSIGN TO 'PONTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PNT-CLIENTE
               FILE STATUS IS WRK-FS-PONTOS.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB52.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
       FILE SECTION.
       FD  CUSTHIST-FILE.
           COPY 'CHISTREC.cob'.
       FD  CUSTARQ-FILE.
           COPY 'CHISTREC.cob' REPLACING LEADING ==CHIST-==
               BY ==CARQ-==.
       FD  ARQCTL-FILE.
           COPY 'ARQCREC.cob'.
       FD  CUSTMST-FILE.
           COPY 'CUSTREC.cob'.
       FD  PONTOS-FILE.
           COPY 'PNTSREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
       77 WRK-FS-CUSTHIST PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTHIST==.
       77 WRK-FS-CUSTARQ  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTARQ==.
       77 WRK-FS-ARQCTL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ARQCTL==.
       77 WRK-FS-CUSTMST  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTMST==.
       77 WRK-FS-PONTOS   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PONTOS==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-CLIENTE     PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORTE  PIC 9(08) VALUE ZEROS.
       77 WRK-NOME-CLIENTE PIC X(20) VALUE SPACES.
       77 WRK-QTD-ITENS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-GASTO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CLIENTE-RESOLVIDO PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PNT-SALDO   PIC 9(09) VALUE ZEROS.
       01 WRK-PNT-ANOMES.
           02 WRK-PNT-ANO     PIC 9(04).
           02 WRK-PNT-MES     PIC 9(02).
       77 WRK-PNT-SERIAL-ATUAL PIC 9(06) VALUE ZEROS.
       77 WRK-PNT-SERIAL-LOTE PIC 9(06) VALUE ZEROS.
       77 WRK-PNT-IDADE   PIC S9(06) VALUE ZEROS.
       77 WRK-PNT-IDX     PIC 9(02) VALUE ZEROS.
       01 WRK-LINHA-PNT.
           02 FILLER          PIC X(17) VALUE 'SALDO DE PONTOS: '.
           02 WRK-LP-SALDO    PIC ZZZ.ZZZ.ZZ9.
           02 FILLER          PIC X(42) VALUE SPACES.
       01 WRK-LINHA-CLI.
           02 FILLER          PIC X(09) VALUE 'CLIENTE: '.
           02 WRK-LK-ID       PIC 9(06).
           OPEN OUTPUT REPORT-FILE.
           MOVE 'COMPRAS POR CLIENTE' TO WRK-CAB-TITULO.
           ACCEPT WRK-CAB-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-PNT-ANOMES.
           COMPUTE WRK-PNT-SERIAL-ATUAL =
                   (WRK-PNT-ANO * 12) + WRK-PNT-MES.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           PERFORM 0120-LER-CONTROLE-ARQUIVO.
           PERFORM 0110-OBTER-CLIENTE.
       0110-OBTER-CLIENTE.
           DISPLAY 'ID DO CLIENTE (000000 PARA ENCERRAR): '.
                           MOVE 99999999 TO WRK-DATA-FIM
                   END-IF
           END-IF.
       0120-LER-CONTROLE-ARQUIVO.
           MOVE ZEROS  TO WRK-DATA-CORTE.
           MOVE SPACES TO WRK-FS-ARQCTL.
           OPEN INPUT ARQCTL-FILE.
           IF WRK-FS-ARQCTL-OK
                   PERFORM 0125-LER-CONTROLE
                           UNTIL WRK-FS-ARQCTL = '10'
                   CLOSE ARQCTL-FILE
           END-IF.
       0125-LER-CONTROLE.
           READ ARQCTL-FILE
               AT END
                   MOVE '10' TO WRK-FS-ARQCTL
               NOT AT END
                   IF ARQC-ARQUIVO = 'CUSTHIST'
                      AND ARQC-ARQUIVADOS > ZEROS
                      AND ARQC-DATA-CORTE > WRK-DATA-CORTE
                           MOVE ARQC-DATA-CORTE TO WRK-DATA-CORTE
                   END-IF
           END-READ.
       0200-CONSULTAR.
           PERFORM 0210-CONSULTAR-MESTRE.
           MOVE WRK-CLIENTE      TO WRK-LK-ID.
           MOVE WRK-NOME-CLIENTE TO WRK-LK-NOME.
           WRITE REP-LINHA FROM WRK-LINHA-CLI.
           DISPLAY WRK-LINHA-CLI.
           PERFORM 0240-CONSULTAR-PONTOS.
           MOVE ZEROS TO WRK-QTD-ITENS WRK-TOTAL-GASTO.
           IF WRK-DATA-INICIO < WRK-DATA-CORTE
                   PERFORM 0250-CONSULTAR-ARQUIVO
           END-IF.
           MOVE SPACES TO WRK-FS-CUSTHIST.
           OPEN INPUT CUSTHIST-FILE.
           IF WRK-FS-CUSTHIST-OK
               AT END
                   MOVE '10' TO WRK-FS-CUSTHIST
               NOT AT END
                   PERFORM 0222-SELECIONAR-ITEM
           END-READ.
       0222-SELECIONAR-ITEM.
           PERFORM 0225-RESOLVER-CLIENTE.
           IF WRK-CLIENTE-RESOLVIDO = WRK-CLIENTE
              AND CHIST-DATA >= WRK-DATA-INICIO
              AND CHIST-DATA <= WRK-DATA-FIM
                   PERFORM 0230-LISTAR-ITEM
           END-IF.
       0225-RESOLVER-CLIENTE.
           MOVE CHIST-CLIENTE TO WRK-CLIENTE-RESOLVIDO.
           IF CHIST-CLIENTE NOT = WRK-CLIENTE
           MOVE CHIST-TIPO-TRANS TO WRK-LH-TIPO.
           WRITE REP-LINHA FROM WRK-LINHA-HIS.
           DISPLAY WRK-LINHA-HIS.
       0240-CONSULTAR-PONTOS.
           MOVE ZEROS TO WRK-PNT-SALDO.
           OPEN INPUT PONTOS-FILE.
           IF WRK-FS-PONTOS-OK
                   MOVE WRK-CLIENTE TO PNT-CLIENTE
                   READ PONTOS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ZEROS TO WRK-PNT-IDX
                           PERFORM 0245-SOMAR-LOTE-PONTOS
                                   UNTIL WRK-PNT-IDX >= 13
                   END-READ
           END-IF.
           CLOSE PONTOS-FILE.
           MOVE WRK-PNT-SALDO TO WRK-LP-SALDO.
           WRITE REP-LINHA FROM WRK-LINHA-PNT.
           DISPLAY WRK-LINHA-PNT.
       0245-SOMAR-LOTE-PONTOS.
           ADD 1 TO WRK-PNT-IDX.
           MOVE PNT-LOTE-ANOMES(WRK-PNT-IDX) TO WRK-PNT-ANOMES.
           COMPUTE WRK-PNT-SERIAL-LOTE =
                   (WRK-PNT-ANO * 12) + WRK-PNT-MES.
           COMPUTE WRK-PNT-IDADE =
                   WRK-PNT-SERIAL-ATUAL - WRK-PNT-SERIAL-LOTE.
           IF WRK-PNT-IDADE <= 12
                   ADD PNT-LOTE-PONTOS(WRK-PNT-IDX) TO WRK-PNT-SALDO
           END-IF.
       0250-CONSULTAR-ARQUIVO.
           MOVE SPACES TO WRK-FS-CUSTARQ.
           OPEN INPUT CUSTARQ-FILE.
           IF WRK-FS-CUSTARQ-OK
                   PERFORM 0255-LER-ARQUIVO
                           UNTIL WRK-FS-CUSTARQ = '10'
                   CLOSE CUSTARQ-FILE
           END-IF.
       0255-LER-ARQUIVO.
           READ CUSTARQ-FILE
               AT END
                   MOVE '10' TO WRK-FS-CUSTARQ
               NOT AT END
                   MOVE CARQ-REGISTRO TO CHIST-REGISTRO
                   PERFORM 0222-SELECIONAR-ITEM
           END-READ.
       0300-FINALIZAR.
           CLOSE REPORT-FILE.
           DISPLAY 'ITENS LISTADOS ===> ' WRK-CONTADOR.
