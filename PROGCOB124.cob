       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB124.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = RELATORIO SEMANAL DE PRODUTIVIDADE DA MAO
      *            DE OBRA - HORAS TRABALHADAS (HORAS.DAT DO
      *            PROGCOB123) CONTRA VENDA E TICKETS
      *            (VENDMOV.DAT DO PROGCOB15)
      * DATA = XX/XX/XXXX
      * 184 - NOS 7 DIAS ATE A DATA INFORMADA, HORAS, VENDA
      *       LIQUIDA, VENDA POR HORA TRABALHADA E TICKETS
      *       POR HORA TRABALHADA DE CADA LOJA E DE CADA
      *       FUNCIONARIO DA LOJA, COM A VENDA POR HORA DA
      *       REGIAO (MASTER-REGIAO) E O INDICE DA LOJA
      *       CONTRA A SUA REGIAO; RESUMO FINAL POR REGIAO
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORAS-FILE ASSIGN TO 'HORAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HRS-CHAVE
               FILE STATUS IS WRK-FS-HORAS.
           SELECT VENDMOV-FILE ASSIGN TO 'VENDMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VENDMOV.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WRK-FS-MASTER.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB124.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  HORAS-FILE.
           COPY 'HORAREC.cob'.
       FD  VENDMOV-FILE.
           COPY 'VNDMREC.cob'.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-HORAS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-HORAS==.
       77 WRK-FS-VENDMOV  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-VENDMOV==.
       77 WRK-FS-MASTER   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-SW-FIM-HORAS PIC X(01) VALUE 'N'.
           88 WRK-FIM-HORAS VALUE 'S'.
       77 WRK-SW-FIM-VEND PIC X(01) VALUE 'N'.
           88 WRK-FIM-VENDAS VALUE 'S'.
       77 WRK-SW-MASTER   PIC X(01) VALUE 'N'.
           88 WRK-MASTER-ABERTO VALUE 'S'.
       77 WRK-SW-ACHOU    PIC X(01) VALUE 'N'.
           88 WRK-ACHOU VALUE 'S'.
       77 WRK-SW-AVISO-FUNC PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM    PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-SERIAL.
           02 WRK-SER-ANO PIC 9(04).
           02 WRK-SER-MES PIC 9(02).
           02 WRK-SER-DIA PIC 9(02).
       77 WRK-SERIAL-SAIDA PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-FIM  PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-INI  PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-MOV  PIC 9(07) VALUE ZEROS.
       01 WRK-TAB-FUNCIONARIOS.
           02 WRK-TF-ENTRADA OCCURS 2000 TIMES.
               03 WRK-TF-LOJA       PIC 9(03).
               03 WRK-TF-FUNC       PIC 9(03).
               03 WRK-TF-HORAS      PIC 9(05)V99.
               03 WRK-TF-VENDA      PIC S9(11)V99.
               03 WRK-TF-TICKETS    PIC 9(07).
       77 WRK-QTD-FUNC    PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-FUNC    PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-BUSCA   PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-LOJAS.
           02 WRK-TL-ENTRADA OCCURS 999 TIMES.
               03 WRK-TL-HORAS    PIC 9(07)V99.
               03 WRK-TL-VENDA    PIC S9(11)V99.
               03 WRK-TL-TICKETS  PIC 9(07).
               03 WRK-TL-REGIAO   PIC 9(02).
               03 WRK-TL-SW-REGIAO PIC X(01).
       77 WRK-IDX-LOJA    PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-REGIOES.
           02 WRK-TR-ENTRADA OCCURS 100 TIMES.
               03 WRK-TR-HORAS    PIC 9(07)V99.
               03 WRK-TR-VENDA    PIC S9(11)V99.
               03 WRK-TR-TICKETS  PIC 9(07).
       77 WRK-IDX-REG     PIC 9(03) VALUE ZEROS.
       01 WRK-TICKET-LOJA.
           02 WRK-TKL-LOJA     PIC 9(03).
           02 WRK-TKL-DATA     PIC 9(08).
           02 WRK-TKL-TICKET   PIC 9(06).
       01 WRK-TICKET-FUNC.
           02 WRK-TKF-LOJA     PIC 9(03).
           02 WRK-TKF-DATA     PIC 9(08).
           02 WRK-TKF-TICKET   PIC 9(06).
           02 WRK-TKF-FUNC     PIC 9(03).
       01 WRK-CHAVE-TICKET.
           02 WRK-CTK-LOJA     PIC 9(03).
           02 WRK-CTK-DATA     PIC 9(08).
           02 WRK-CTK-TICKET   PIC 9(06).
       01 WRK-CHAVE-TICKET-FUNC.
           02 WRK-CTF-TICKET   PIC X(17).
           02 WRK-CTF-FUNC     PIC 9(03).
       77 WRK-LOJA-BUSCA  PIC 9(03) VALUE ZEROS.
       77 WRK-FUNC-BUSCA  PIC 9(03) VALUE ZEROS.
       77 WRK-REGIAO      PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-MOV   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-BASE-HORAS  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BASE-VENDA  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-BASE-TICKETS PIC 9(07) VALUE ZEROS.
       77 WRK-VENDA-HORA  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TICKET-HORA PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VH-LOJA     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VH-REGIAO   PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TH-LOJA     PIC 9(05)V99 VALUE ZEROS.
       77 WRK-TH-REGIAO   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-INDICE      PIC 9(03) VALUE ZEROS.
       77 WRK-NOME-FUNC   PIC X(20) VALUE SPACES.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-LOJA.
           02 FILLER          PIC X(05) VALUE 'LOJA '.
           02 WRK-LL-LOJA     PIC 9(03).
           02 FILLER          PIC X(08) VALUE ' REGIAO '.
           02 WRK-LL-REGIAO   PIC 9(02).
           02 FILLER          PIC X(07) VALUE ' HORAS '.
           02 WRK-LL-HORAS    PIC ZZ.ZZ9,99.
           02 FILLER          PIC X(07) VALUE ' VENDA '.
           02 WRK-LL-VENDA    PIC -Z.ZZZ.ZZ9,99.
           02 FILLER          PIC X(04) VALUE ' TK '.
           02 WRK-LL-TICKETS  PIC ZZZZ9.
           02 FILLER          PIC X(07) VALUE SPACES.
       01 WRK-LINHA-INDICE.
           02 FILLER          PIC X(13) VALUE '    V/H LOJA '.
           02 WRK-LI-VH-LOJA  PIC -ZZ.ZZ9,99.
           02 FILLER          PIC X(05) VALUE ' REG '.
           02 WRK-LI-VH-REG   PIC -ZZ.ZZ9,99.
           02 FILLER          PIC X(05) VALUE ' IND '.
           02 WRK-LI-INDICE   PIC ZZ9.
           02 FILLER          PIC X(01) VALUE '%'.
           02 FILLER          PIC X(06) VALUE ' TK/H '.
           02 WRK-LI-TH-LOJA  PIC Z9,99.
           02 FILLER          PIC X(01) VALUE '/'.
           02 WRK-LI-TH-REG   PIC Z9,99.
           02 FILLER          PIC X(06) VALUE SPACES.
       01 WRK-LINHA-FUNC.
           02 FILLER          PIC X(03) VALUE 'FN '.
           02 WRK-LF-FUNC     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LF-NOME     PIC X(10).
           02 FILLER          PIC X(03) VALUE ' H '.
           02 WRK-LF-HORAS    PIC ZZ9,99.
           02 FILLER          PIC X(03) VALUE ' V '.
           02 WRK-LF-VENDA    PIC -Z.ZZZ.ZZ9,99.
           02 FILLER          PIC X(05) VALUE ' V/H '.
           02 WRK-LF-VH       PIC -ZZ.ZZ9,99.
           02 FILLER          PIC X(05) VALUE ' T/H '.
           02 WRK-LF-TH       PIC Z9,99.
           02 FILLER          PIC X(03) VALUE SPACES.
       01 WRK-LINHA-REGIAO.
           02 FILLER          PIC X(07) VALUE 'REGIAO '.
           02 WRK-LR-REGIAO   PIC 9(02).
           02 FILLER          PIC X(07) VALUE ' HORAS '.
           02 WRK-LR-HORAS    PIC ZZ.ZZ9,99.
           02 FILLER          PIC X(07) VALUE ' VENDA '.
           02 WRK-LR-VENDA    PIC -Z.ZZZ.ZZ9,99.
           02 FILLER          PIC X(05) VALUE ' V/H '.
           02 WRK-LR-VH       PIC -ZZ.ZZ9,99.
           02 FILLER          PIC X(05) VALUE ' T/H '.
           02 WRK-LR-TH       PIC Z9,99.
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
           PERFORM 0200-LER-HORAS UNTIL WRK-FIM-HORAS.
           CLOSE HORAS-FILE.
           PERFORM 0250-LER-VENDAS UNTIL WRK-FIM-VENDAS.
           CLOSE VENDMOV-FILE.
           PERFORM 0300-LISTAR-LOJAS.
           PERFORM 0400-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE ZEROS TO WRK-TAB-LOJAS WRK-TAB-REGIOES
                         WRK-TICKET-LOJA WRK-TICKET-FUNC.
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO = 'S'
                   MOVE WRK-BD-DATA TO WRK-DATA-HOJE
           ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'ULTIMO DIA DA SEMANA (AAAAMMDD, 00000000 '
                   'PARA A DATA DE NEGOCIO): '.
           ACCEPT  WRK-DATA-FIM FROM CONSOLE.
           IF WRK-DATA-FIM = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-FIM
           END-IF.
           MOVE WRK-DATA-FIM TO WRK-DATA-SERIAL.
           PERFORM 0150-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-FIM.
           COMPUTE WRK-SERIAL-INI = WRK-SERIAL-FIM - 6.
           OPEN INPUT MASTER-FILE.
           IF WRK-FS-MASTER-OK
                   MOVE 'S' TO WRK-SW-MASTER
           ELSE
                   DISPLAY 'MASTER.DAT NAO ENCONTRADO - '
                           'LOJAS SEM REGIAO'
           END-IF.
           OPEN INPUT HORAS-FILE.
           IF NOT WRK-FS-HORAS-OK
                   DISPLAY 'HORAS.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM-HORAS
           END-IF.
           OPEN INPUT VENDMOV-FILE.
           IF NOT WRK-FS-VENDMOV-OK
                   DISPLAY 'VENDMOV.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM-VEND
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'VENDA POR HORA' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- 7 DIAS ATE ' WRK-DATA-FIM
                  ' - PRODUTIVIDADE POR LOJA E FUNCIONARIO ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
       0150-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL-SAIDA = (WRK-SER-ANO * 360)
                   + (WRK-SER-MES * 30) + WRK-SER-DIA.
       0160-OBTER-REGIAO-LOJA.
           IF WRK-TL-SW-REGIAO(WRK-LOJA-BUSCA) NOT = 'S'
                   MOVE 'S' TO WRK-TL-SW-REGIAO(WRK-LOJA-BUSCA)
                   MOVE ZEROS TO WRK-TL-REGIAO(WRK-LOJA-BUSCA)
                   IF WRK-MASTER-ABERTO
                           MOVE 'L'            TO MASTER-TIPO
                           MOVE WRK-LOJA-BUSCA TO MASTER-CODIGO
                           READ MASTER-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE MASTER-REGIAO
                                     TO WRK-TL-REGIAO(WRK-LOJA-BUSCA)
                           END-READ
                   END-IF
           END-IF.
           MOVE WRK-TL-REGIAO(WRK-LOJA-BUSCA) TO WRK-REGIAO.
       0170-CONSULTAR-FUNCIONARIO.
           MOVE 'SEM VENDEDOR' TO WRK-NOME-FUNC.
           IF WRK-MASTER-ABERTO
              AND WRK-TF-FUNC(WRK-IDX-FUNC) > ZEROS
                   MOVE 'NAO CADASTRADO' TO WRK-NOME-FUNC
                   MOVE 'E' TO MASTER-TIPO
                   MOVE WRK-TF-FUNC(WRK-IDX-FUNC) TO MASTER-CODIGO
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MASTER-NOME TO WRK-NOME-FUNC
                   END-READ
           END-IF.
       0200-LER-HORAS.
           READ HORAS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM-HORAS
               NOT AT END
                   IF HRS-LOJA > ZEROS
                           MOVE HRS-DATA TO WRK-DATA-SERIAL
                           PERFORM 0150-CALCULAR-SERIAL
                           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-MOV
                           IF WRK-SERIAL-MOV >= WRK-SERIAL-INI
                              AND WRK-SERIAL-MOV <= WRK-SERIAL-FIM
                                   PERFORM 0210-SOMAR-HORAS
                           END-IF
                   END-IF
           END-READ.
       0210-SOMAR-HORAS.
           ADD 1 TO WRK-CONTADOR.
           MOVE HRS-LOJA        TO WRK-LOJA-BUSCA WRK-IDX-LOJA.
           MOVE HRS-FUNCIONARIO TO WRK-FUNC-BUSCA.
           ADD HRS-HORAS TO WRK-TL-HORAS(WRK-IDX-LOJA).
           PERFORM 0220-LOCALIZAR-FUNCIONARIO.
           IF WRK-ACHOU
                   ADD HRS-HORAS TO WRK-TF-HORAS(WRK-IDX-FUNC)
           END-IF.
       0220-LOCALIZAR-FUNCIONARIO.
           MOVE 'N' TO WRK-SW-ACHOU.
           MOVE ZEROS TO WRK-IDX-BUSCA.
           PERFORM 0225-BUSCAR-FUNCIONARIO
                   UNTIL WRK-ACHOU OR WRK-IDX-BUSCA >= WRK-QTD-FUNC.
           IF NOT WRK-ACHOU AND WRK-QTD-FUNC < 2000
                   ADD 1 TO WRK-QTD-FUNC
                   MOVE WRK-QTD-FUNC TO WRK-IDX-BUSCA
                   MOVE ZEROS TO WRK-TF-ENTRADA(WRK-IDX-BUSCA)
                   MOVE WRK-LOJA-BUSCA TO WRK-TF-LOJA(WRK-IDX-BUSCA)
                   MOVE WRK-FUNC-BUSCA TO WRK-TF-FUNC(WRK-IDX-BUSCA)
                   MOVE 'S' TO WRK-SW-ACHOU
           END-IF.
           IF WRK-ACHOU
                   MOVE WRK-IDX-BUSCA TO WRK-IDX-FUNC
           ELSE
                   IF WRK-SW-AVISO-FUNC = 'N'
                           MOVE 'S' TO WRK-SW-AVISO-FUNC
                           DISPLAY 'TABELA DE FUNCIONARIOS CHEIA '
                                   '(2000) - SO TOTAL DA LOJA'
                   END-IF
           END-IF.
       0225-BUSCAR-FUNCIONARIO.
           ADD 1 TO WRK-IDX-BUSCA.
           IF WRK-TF-LOJA(WRK-IDX-BUSCA) = WRK-LOJA-BUSCA
              AND WRK-TF-FUNC(WRK-IDX-BUSCA) = WRK-FUNC-BUSCA
                   MOVE 'S' TO WRK-SW-ACHOU
           END-IF.
       0250-LER-VENDAS.
           READ VENDMOV-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM-VEND
               NOT AT END
                   IF VNM-LOJA > ZEROS
                           MOVE VNM-DATA TO WRK-DATA-SERIAL
                           PERFORM 0150-CALCULAR-SERIAL
                           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-MOV
                           IF WRK-SERIAL-MOV >= WRK-SERIAL-INI
                              AND WRK-SERIAL-MOV <= WRK-SERIAL-FIM
                                   PERFORM 0260-SOMAR-VENDA
                           END-IF
                   END-IF
           END-READ.
       0260-SOMAR-VENDA.
           ADD 1 TO WRK-CONTADOR.
           MOVE VNM-LOJA     TO WRK-LOJA-BUSCA WRK-IDX-LOJA.
           MOVE VNM-VENDEDOR TO WRK-FUNC-BUSCA.
           IF VNM-VENDA
                   MOVE VNM-VALOR TO WRK-VALOR-MOV
           ELSE
                   COMPUTE WRK-VALOR-MOV = VNM-VALOR * -1
           END-IF.
           ADD WRK-VALOR-MOV TO WRK-TL-VENDA(WRK-IDX-LOJA).
           MOVE VNM-LOJA   TO WRK-CTK-LOJA.
           MOVE VNM-DATA   TO WRK-CTK-DATA.
           MOVE VNM-TICKET TO WRK-CTK-TICKET.
           IF VNM-VENDA AND WRK-CHAVE-TICKET NOT = WRK-TICKET-LOJA
                   ADD 1 TO WRK-TL-TICKETS(WRK-IDX-LOJA)
                   MOVE WRK-CHAVE-TICKET TO WRK-TICKET-LOJA
           END-IF.
           IF VNM-VENDEDOR > ZEROS
                   PERFORM 0220-LOCALIZAR-FUNCIONARIO
                   IF WRK-ACHOU
                           PERFORM 0265-SOMAR-VENDA-FUNC
                   END-IF
           END-IF.
       0265-SOMAR-VENDA-FUNC.
           ADD WRK-VALOR-MOV TO WRK-TF-VENDA(WRK-IDX-FUNC).
           MOVE WRK-CHAVE-TICKET TO WRK-CTF-TICKET.
           MOVE VNM-VENDEDOR     TO WRK-CTF-FUNC.
           IF VNM-VENDA
              AND WRK-CHAVE-TICKET-FUNC NOT = WRK-TICKET-FUNC
                   ADD 1 TO WRK-TF-TICKETS(WRK-IDX-FUNC)
                   MOVE WRK-CHAVE-TICKET-FUNC TO WRK-TICKET-FUNC
           END-IF.
       0300-LISTAR-LOJAS.
           MOVE ZEROS TO WRK-IDX-LOJA.
           PERFORM 0305-SOMAR-REGIAO UNTIL WRK-IDX-LOJA >= 999.
           MOVE ZEROS TO WRK-IDX-LOJA.
           PERFORM 0310-LISTAR-LOJA UNTIL WRK-IDX-LOJA >= 999.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- RESUMO POR REGIAO ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           MOVE ZEROS TO WRK-IDX-REG.
           PERFORM 0330-LISTAR-REGIAO UNTIL WRK-IDX-REG >= 100.
       0305-SOMAR-REGIAO.
           ADD 1 TO WRK-IDX-LOJA.
           IF WRK-TL-HORAS(WRK-IDX-LOJA) NOT = ZEROS
              OR WRK-TL-VENDA(WRK-IDX-LOJA) NOT = ZEROS
                   MOVE WRK-IDX-LOJA TO WRK-LOJA-BUSCA
                   PERFORM 0160-OBTER-REGIAO-LOJA
                   COMPUTE WRK-IDX-REG = WRK-REGIAO + 1
                   ADD WRK-TL-HORAS(WRK-IDX-LOJA)
                       TO WRK-TR-HORAS(WRK-IDX-REG)
                   ADD WRK-TL-VENDA(WRK-IDX-LOJA)
                       TO WRK-TR-VENDA(WRK-IDX-REG)
                   ADD WRK-TL-TICKETS(WRK-IDX-LOJA)
                       TO WRK-TR-TICKETS(WRK-IDX-REG)
           END-IF.
       0310-LISTAR-LOJA.
           ADD 1 TO WRK-IDX-LOJA.
           IF WRK-TL-HORAS(WRK-IDX-LOJA) NOT = ZEROS
              OR WRK-TL-VENDA(WRK-IDX-LOJA) NOT = ZEROS
                   MOVE WRK-IDX-LOJA TO WRK-LOJA-BUSCA
                   PERFORM 0160-OBTER-REGIAO-LOJA
                   COMPUTE WRK-IDX-REG = WRK-REGIAO + 1
                   MOVE WRK-IDX-LOJA                TO WRK-LL-LOJA
                   MOVE WRK-REGIAO                  TO WRK-LL-REGIAO
                   MOVE WRK-TL-HORAS(WRK-IDX-LOJA)  TO WRK-LL-HORAS
                   MOVE WRK-TL-VENDA(WRK-IDX-LOJA)  TO WRK-LL-VENDA
                   MOVE WRK-TL-TICKETS(WRK-IDX-LOJA)
                       TO WRK-LL-TICKETS
                   WRITE REP-LINHA FROM WRK-LINHA-LOJA
                   DISPLAY WRK-LINHA-LOJA
                   MOVE WRK-TL-HORAS(WRK-IDX-LOJA)  TO WRK-BASE-HORAS
                   MOVE WRK-TL-VENDA(WRK-IDX-LOJA)  TO WRK-BASE-VENDA
                   MOVE WRK-TL-TICKETS(WRK-IDX-LOJA)
                       TO WRK-BASE-TICKETS
                   PERFORM 0350-CALCULAR-RAZOES
                   MOVE WRK-VENDA-HORA  TO WRK-VH-LOJA
                   MOVE WRK-TICKET-HORA TO WRK-TH-LOJA
                   MOVE WRK-TR-HORAS(WRK-IDX-REG)   TO WRK-BASE-HORAS
                   MOVE WRK-TR-VENDA(WRK-IDX-REG)   TO WRK-BASE-VENDA
                   MOVE WRK-TR-TICKETS(WRK-IDX-REG)
                       TO WRK-BASE-TICKETS
                   PERFORM 0350-CALCULAR-RAZOES
                   MOVE WRK-VENDA-HORA  TO WRK-VH-REGIAO
                   MOVE WRK-TICKET-HORA TO WRK-TH-REGIAO
                   PERFORM 0315-CALCULAR-INDICE
                   MOVE WRK-VH-LOJA   TO WRK-LI-VH-LOJA
                   MOVE WRK-VH-REGIAO TO WRK-LI-VH-REG
                   MOVE WRK-INDICE    TO WRK-LI-INDICE
                   MOVE WRK-TH-LOJA   TO WRK-LI-TH-LOJA
                   MOVE WRK-TH-REGIAO TO WRK-LI-TH-REG
                   WRITE REP-LINHA FROM WRK-LINHA-INDICE
                   DISPLAY WRK-LINHA-INDICE
                   MOVE ZEROS TO WRK-IDX-FUNC
                   PERFORM 0320-LISTAR-FUNCIONARIO
                           UNTIL WRK-IDX-FUNC >= WRK-QTD-FUNC
           END-IF.
       0315-CALCULAR-INDICE.
           MOVE ZEROS TO WRK-INDICE.
           IF WRK-VH-REGIAO > ZEROS AND WRK-VH-LOJA > ZEROS
                   IF WRK-VH-LOJA * 100 / WRK-VH-REGIAO > 999
                           MOVE 999 TO WRK-INDICE
                   ELSE
                           COMPUTE WRK-INDICE ROUNDED =
                                   WRK-VH-LOJA * 100 / WRK-VH-REGIAO
                   END-IF
           END-IF.
       0320-LISTAR-FUNCIONARIO.
           ADD 1 TO WRK-IDX-FUNC.
           IF WRK-TF-LOJA(WRK-IDX-FUNC) = WRK-IDX-LOJA
                   PERFORM 0325-LISTAR-LINHA-FUNC
           END-IF.
       0325-LISTAR-LINHA-FUNC.
           PERFORM 0170-CONSULTAR-FUNCIONARIO.
           MOVE WRK-TF-FUNC(WRK-IDX-FUNC)    TO WRK-LF-FUNC.
           MOVE WRK-NOME-FUNC                TO WRK-LF-NOME.
           MOVE WRK-TF-HORAS(WRK-IDX-FUNC)   TO WRK-LF-HORAS.
           MOVE WRK-TF-VENDA(WRK-IDX-FUNC)   TO WRK-LF-VENDA.
           MOVE WRK-TF-HORAS(WRK-IDX-FUNC)   TO WRK-BASE-HORAS.
           MOVE WRK-TF-VENDA(WRK-IDX-FUNC)   TO WRK-BASE-VENDA.
           MOVE WRK-TF-TICKETS(WRK-IDX-FUNC) TO WRK-BASE-TICKETS.
           PERFORM 0350-CALCULAR-RAZOES.
           MOVE WRK-VENDA-HORA  TO WRK-LF-VH.
           MOVE WRK-TICKET-HORA TO WRK-LF-TH.
           WRITE REP-LINHA FROM WRK-LINHA-FUNC.
           DISPLAY WRK-LINHA-FUNC.
       0330-LISTAR-REGIAO.
           ADD 1 TO WRK-IDX-REG.
           IF WRK-TR-HORAS(WRK-IDX-REG) NOT = ZEROS
              OR WRK-TR-VENDA(WRK-IDX-REG) NOT = ZEROS
                   COMPUTE WRK-LR-REGIAO = WRK-IDX-REG - 1
                   MOVE WRK-TR-HORAS(WRK-IDX-REG)   TO WRK-LR-HORAS
                   MOVE WRK-TR-VENDA(WRK-IDX-REG)   TO WRK-LR-VENDA
                   MOVE WRK-TR-HORAS(WRK-IDX-REG)   TO WRK-BASE-HORAS
                   MOVE WRK-TR-VENDA(WRK-IDX-REG)   TO WRK-BASE-VENDA
                   MOVE WRK-TR-TICKETS(WRK-IDX-REG)
                       TO WRK-BASE-TICKETS
                   PERFORM 0350-CALCULAR-RAZOES
                   MOVE WRK-VENDA-HORA  TO WRK-LR-VH
                   MOVE WRK-TICKET-HORA TO WRK-LR-TH
                   WRITE REP-LINHA FROM WRK-LINHA-REGIAO
                   DISPLAY WRK-LINHA-REGIAO
           END-IF.
       0350-CALCULAR-RAZOES.
           IF WRK-BASE-HORAS > ZEROS
                   COMPUTE WRK-VENDA-HORA ROUNDED =
                           WRK-BASE-VENDA / WRK-BASE-HORAS
                   COMPUTE WRK-TICKET-HORA ROUNDED =
                           WRK-BASE-TICKETS / WRK-BASE-HORAS
           ELSE
                   MOVE ZEROS TO WRK-VENDA-HORA WRK-TICKET-HORA
           END-IF.
       0400-FINALIZAR.
           IF WRK-MASTER-ABERTO
                   CLOSE MASTER-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY 'MARCACOES E MOVIMENTOS DA SEMANA ===> '
                   WRK-CONTADOR.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB124' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB124' TO OPLOG-PROGRAMA.
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
