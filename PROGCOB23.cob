      *       LINHAS EMITIDAS (MESMA ARITMETICA DA
      *       REIMPRESSAO) EM VEZ DO CONTADOR DE CABECALHO
      *       QUE FICAVA SEMPRE EM 001
      * 196 - FAIXA DE DATAS QUE JA FOI PARA O ARQUIVO MORTO
      *       (CORTE EM ARQCTL.DAT DO PROGCOB143) E LIDA
      *       TAMBEM EM SALESARQ.DAT, ANTES DO VIVO, PELO
      *       MESMO CAMINHO DE ACESSO
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ALTERNATE RECORD KEY IS SALES-DATA
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-SALES.
           SELECT SALESARQ-FILE ASSIGN TO 'SALESARQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SARQ-CHAVE
               ALTERNATE RECORD KEY IS SARQ-DATA
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-SALESARQ.
           SELECT ARQCTL-FILE ASSIGN TO 'ARQCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQCTL.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FILE SECTION.
       FD  SALES-FILE.
           COPY 'SALEREC.cob'.
       FD  SALESARQ-FILE.
           COPY 'SALEREC.cob' REPLACING LEADING ==SALES-==
               BY ==SARQ-==.
       FD  ARQCTL-FILE.
           COPY 'ARQCREC.cob'.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  REPORT-FILE.
       77 WRK-FS-SALES  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SALES==.
       77 WRK-FS-SALESARQ PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SALESARQ==.
       77 WRK-FS-ARQCTL PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ARQCTL==.
       77 WRK-FS-MASTER PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-LOJA-FILTRO PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORTE  PIC 9(08) VALUE ZEROS.
       77 WRK-NOME-LOJA   PIC X(20) VALUE SPACES.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-QTDE    PIC 9(07) VALUE ZEROS.
           IF WRK-DATA-FIM = ZEROS
                   MOVE 99999999 TO WRK-DATA-FIM
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 0120-GRAVAR-CABECALHO.
           PERFORM 0130-LER-CONTROLE-ARQUIVO.
           IF WRK-DATA-INICIO < WRK-DATA-CORTE
                   PERFORM 0150-CONSULTAR-ARQUIVO
           END-IF.
           OPEN INPUT SALES-FILE.
           IF NOT WRK-FS-SALES-OK
                   DISPLAY 'SALES.DAT NAO ENCONTRADO'
           ELSE
                   PERFORM 0110-POSICIONAR
           END-IF.
       0110-POSICIONAR.
           IF WRK-LOJA-FILTRO = ZEROS
                   MOVE WRK-DATA-INICIO TO SALES-DATA
           MOVE 'CONSULTA DE VENDAS' TO WRK-CAB-TITULO.
           ACCEPT WRK-CAB-DATA FROM DATE YYYYMMDD.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
       0130-LER-CONTROLE-ARQUIVO.
           MOVE ZEROS  TO WRK-DATA-CORTE.
           MOVE SPACES TO WRK-FS-ARQCTL.
           OPEN INPUT ARQCTL-FILE.
           IF WRK-FS-ARQCTL-OK
                   PERFORM 0135-LER-CONTROLE
                           UNTIL WRK-FS-ARQCTL = '10'
                   CLOSE ARQCTL-FILE
           END-IF.
       0135-LER-CONTROLE.
           READ ARQCTL-FILE
               AT END
                   MOVE '10' TO WRK-FS-ARQCTL
               NOT AT END
                   IF ARQC-ARQUIVO = 'SALES'
                      AND ARQC-ARQUIVADOS > ZEROS
                      AND ARQC-DATA-CORTE > WRK-DATA-CORTE
                           MOVE ARQC-DATA-CORTE TO WRK-DATA-CORTE
                   END-IF
           END-READ.
       0150-CONSULTAR-ARQUIVO.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT SALESARQ-FILE.
           IF WRK-FS-SALESARQ-OK
                   PERFORM 0155-POSICIONAR-ARQUIVO
                   PERFORM 0160-LER-ARQUIVO UNTIL WRK-FIM-CONSULTA
           END-IF.
           CLOSE SALESARQ-FILE.
           MOVE 'N' TO WRK-SW-FIM.
       0155-POSICIONAR-ARQUIVO.
           IF WRK-LOJA-FILTRO = ZEROS
                   MOVE WRK-DATA-INICIO TO SARQ-DATA
                   START SALESARQ-FILE KEY >= SARQ-DATA
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM
                   END-START
           ELSE
                   MOVE WRK-LOJA-FILTRO TO SARQ-LOJA
                   MOVE WRK-DATA-INICIO TO SARQ-DATA
                   START SALESARQ-FILE KEY >= SARQ-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM
                   END-START
           END-IF.
       0160-LER-ARQUIVO.
           READ SALESARQ-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   MOVE SARQ-REGISTRO TO SALES-REGISTRO
                   PERFORM 0210-FILTRAR-REGISTRO
           END-READ.
       0200-PROCESSAR.
           READ SALES-FILE NEXT
               AT END
