       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB118.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = RELATORIO SEMANAL DE CANCELAMENTOS E
      *            DEVOLUCOES POR VENDEDOR PARA PREVENCAO
      *            DE PERDAS (VENDMOV.DAT DO PROGCOB15)
      * DATA = XX/XX/XXXX
      * 180 - QUANTIDADE E VALOR DE CANCELAMENTOS E
      *       DEVOLUCOES DE CADA VENDEDOR NOS 7 DIAS ATE A
      *       DATA INFORMADA, EM PERCENTUAL DA SUA VENDA,
      *       CONTRA A MEDIA DA LOJA E DA REGIAO
      *       (MASTER-REGIAO). SINALIZA DEVOLUCAO SEM
      *       CLIENTE IDENTIFICADO, DEVOLUCAO RAPIDA (MESMO
      *       PRODUTO VENDIDO PELO MESMO VENDEDOR NA MESMA
      *       LOJA ATE PERDA-DIAS-RAPIDA DIAS ANTES),
      *       CANCELAMENTO DE TICKET DE ALTO VALOR
      *       (PERDA-CANC-ALTO) E VENDEDOR ACIMA DE
      *       PERDA-FATOR-MEDIA VEZES A MEDIA; OS CASOS
      *       SINALIZADOS VAO PARA ALERTAS.DAT COM ROTEIRO
      *       DA REGIAO DA LOJA ('RGNN') PARA
      *       RECONHECIMENTO DO GERENTE REGIONAL NO
      *       PROGCOB87
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDMOV-FILE ASSIGN TO 'VENDMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VENDMOV.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WRK-FS-MASTER.
           SELECT ALERTAS-FILE ASSIGN TO 'ALERTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALERTAS.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB118.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDMOV-FILE.
           COPY 'VNDMREC.cob'.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  ALERTAS-FILE.
           COPY 'ALRTREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-VENDMOV  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-VENDMOV==.
       77 WRK-FS-MASTER   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-FS-ALERTAS  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ALERTAS==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ALERTAS PIC 9(05) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-SW-MASTER   PIC X(01) VALUE 'N'.
           88 WRK-MASTER-ABERTO VALUE 'S'.
       77 WRK-SW-ACHOU    PIC X(01) VALUE 'N'.
           88 WRK-ACHOU VALUE 'S'.
       77 WRK-SW-AVISO-VEND PIC X(01) VALUE 'N'.
       77 WRK-SW-AVISO-VENDA PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM    PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-SERIAL.
           02 WRK-SER-ANO PIC 9(04).
           02 WRK-SER-MES PIC 9(02).
           02 WRK-SER-DIA PIC 9(02).
       77 WRK-SERIAL-SAIDA PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-FIM  PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-INI  PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-CARGA PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-MOV  PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-LIMITE PIC 9(07) VALUE ZEROS.
       77 WRK-CANC-ALTO   PIC 9(07) VALUE 500.
       77 WRK-DIAS-RAPIDA PIC 9(02) VALUE ZEROS.
       77 WRK-FATOR-MEDIA PIC 9(02) VALUE 02.
       77 WRK-MIN-SEMCLI  PIC 9(03) VALUE 003.
       77 WRK-MIN-OCORR   PIC 9(03) VALUE 002.
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-TAB-VENDEDORES.
           02 WRK-TV-ENTRADA OCCURS 2000 TIMES.
               03 WRK-TV-LOJA       PIC 9(03).
               03 WRK-TV-VENDEDOR   PIC 9(03).
               03 WRK-TV-QTD-VENDA  PIC 9(05).
               03 WRK-TV-VENDA      PIC S9(11)V99.
               03 WRK-TV-QTD-CANC   PIC 9(05).
               03 WRK-TV-CANC       PIC S9(11)V99.
               03 WRK-TV-QTD-DEV    PIC 9(05).
               03 WRK-TV-DEV        PIC S9(11)V99.
               03 WRK-TV-QTD-SEMCLI PIC 9(05).
               03 WRK-TV-QTD-RAPIDA PIC 9(05).
               03 WRK-TV-QTD-CANC-ALTA PIC 9(05).
       77 WRK-QTD-VEND    PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-VEND    PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-BUSCA   PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-LOJAS.
           02 WRK-TL-ENTRADA OCCURS 999 TIMES.
               03 WRK-TL-VENDA    PIC S9(11)V99.
               03 WRK-TL-PERDA    PIC S9(11)V99.
               03 WRK-TL-REGIAO   PIC 9(02).
               03 WRK-TL-SW-REGIAO PIC X(01).
       77 WRK-IDX-LOJA    PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-REGIOES.
           02 WRK-TR-ENTRADA OCCURS 100 TIMES.
               03 WRK-TR-VENDA    PIC S9(11)V99.
               03 WRK-TR-PERDA    PIC S9(11)V99.
       77 WRK-IDX-REG     PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-VENDAS.
           02 WRK-TS-ENTRADA OCCURS 5000 TIMES.
               03 WRK-TS-LOJA     PIC 9(03).
               03 WRK-TS-VENDEDOR PIC 9(03).
               03 WRK-TS-PRODUTO  PIC 9(05).
               03 WRK-TS-SERIAL   PIC 9(07).
       77 WRK-QTD-VENDAS  PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-VENDA   PIC 9(04) VALUE ZEROS.
       01 WRK-CANC-TICKET.
           02 WRK-CT-LOJA     PIC 9(03).
           02 WRK-CT-DATA     PIC 9(08).
           02 WRK-CT-TICKET   PIC 9(06).
           02 WRK-CT-VENDEDOR PIC 9(03).
       77 WRK-CT-VALOR    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CT-IDX-VEND PIC 9(04) VALUE ZEROS.
       01 WRK-CHAVE-CANC.
           02 WRK-CC-LOJA     PIC 9(03).
           02 WRK-CC-DATA     PIC 9(08).
           02 WRK-CC-TICKET   PIC 9(06).
           02 WRK-CC-VENDEDOR PIC 9(03).
       77 WRK-LOJA-BUSCA  PIC 9(03) VALUE ZEROS.
       77 WRK-REGIAO      PIC 9(02) VALUE ZEROS.
       77 WRK-PERDA-VEND  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-PCT   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-BASE-PCT    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PCT-CALC    PIC S9(09)V9 VALUE ZEROS.
       77 WRK-PCT-LOJA    PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PCT-REGIAO  PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PCT-VEND    PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PCT-LIMITE  PIC 9(05)V9 VALUE ZEROS.
       77 WRK-MEDIA-FLAG  PIC X(06) VALUE SPACES.
       77 WRK-NOME-VEND   PIC X(20) VALUE SPACES.
       77 WRK-ED-PCT      PIC ZZ9,9.
       77 WRK-ED-QTD      PIC ZZZ9.
       77 WRK-ED-VALOR    PIC ZZZZZ9.
       77 WRK-ALR-SEVERIDADE PIC X(01) VALUE SPACES.
       77 WRK-ALR-TEXTO   PIC X(40) VALUE SPACES.
       01 WRK-ALR-ROTEIRO.
           02 FILLER          PIC X(02) VALUE 'RG'.
           02 WRK-AR-REGIAO   PIC 9(02).
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-CANC-ALTA.
           02 FILLER          PIC X(15) VALUE 'CANC ALTA LOJA '.
           02 WRK-LCA-LOJA    PIC 9(03).
           02 FILLER          PIC X(06) VALUE ' DATA '.
           02 WRK-LCA-DATA    PIC 9(08).
           02 FILLER          PIC X(04) VALUE ' TK '.
           02 WRK-LCA-TICKET  PIC 9(06).
           02 FILLER          PIC X(04) VALUE ' VD '.
           02 WRK-LCA-VEND    PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LCA-VALOR   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(07) VALUE SPACES.
       01 WRK-LINHA-LOJA.
           02 FILLER          PIC X(05) VALUE 'LOJA '.
           02 WRK-LL-LOJA     PIC 9(03).
           02 FILLER          PIC X(08) VALUE ' REGIAO '.
           02 WRK-LL-REGIAO   PIC 9(02).
           02 FILLER          PIC X(15) VALUE ' CANC+DEV LOJA '.
           02 WRK-LL-PCT-LOJA PIC ZZ9,9.
           02 FILLER          PIC X(09) VALUE '% REGIAO '.
           02 WRK-LL-PCT-REG  PIC ZZ9,9.
           02 FILLER          PIC X(01) VALUE '%'.
           02 FILLER          PIC X(17) VALUE SPACES.
       01 WRK-LINHA-VEND.
           02 FILLER          PIC X(03) VALUE 'VD '.
           02 WRK-LV-VEND     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LV-NOME     PIC X(10).
           02 FILLER          PIC X(07) VALUE ' VENDA '.
           02 WRK-LV-VENDA    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(06) VALUE ' CANC '.
           02 WRK-LV-QTD-CANC PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LV-PCT-CANC PIC ZZ9,9.
           02 FILLER          PIC X(01) VALUE '%'.
           02 FILLER          PIC X(05) VALUE ' DEV '.
           02 WRK-LV-QTD-DEV  PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LV-PCT-DEV  PIC ZZ9,9.
           02 FILLER          PIC X(01) VALUE '%'.
       01 WRK-LINHA-SINAL.
           02 FILLER          PIC X(07) VALUE '    ** '.
           02 FILLER          PIC X(10) VALUE 'S/CLIENTE '.
           02 WRK-LS-SEMCLI   PIC ZZZ9.
           02 FILLER          PIC X(08) VALUE ' RAPIDA '.
           02 WRK-LS-RAPIDA   PIC ZZZ9.
           02 FILLER          PIC X(11) VALUE ' CANC ALTA '.
           02 WRK-LS-CANC-ALTA PIC ZZZ9.
           02 FILLER          PIC X(07) VALUE ' MEDIA '.
           02 WRK-LS-MEDIA    PIC X(06).
           02 FILLER          PIC X(09) VALUE SPACES.
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
           PERFORM 0200-LER-MOVIMENTO UNTIL WRK-FIM-VARRE.
           CLOSE VENDMOV-FILE.
           PERFORM 0240-FECHAR-CANCELAMENTO.
           PERFORM 0300-LISTAR-LOJAS.
           PERFORM 0400-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE ZEROS TO WRK-TAB-LOJAS WRK-TAB-REGIOES
                         WRK-CANC-TICKET.
           PERFORM 0110-CARREGAR-PARAMETROS.
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
           COMPUTE WRK-SERIAL-CARGA = WRK-SERIAL-INI
                   - WRK-DIAS-RAPIDA.
           OPEN INPUT MASTER-FILE.
           IF WRK-FS-MASTER-OK
                   MOVE 'S' TO WRK-SW-MASTER
           ELSE
                   DISPLAY 'MASTER.DAT NAO ENCONTRADO - '
                           'LOJAS SEM REGIAO'
           END-IF.
           OPEN INPUT VENDMOV-FILE.
           IF NOT WRK-FS-VENDMOV-OK
                   DISPLAY 'VENDMOV.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'CANC/DEV VENDEDOR' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- 7 DIAS ATE ' WRK-DATA-FIM
                  ' - CANCELAMENTOS DE ALTO VALOR ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
       0110-CARREGAR-PARAMETROS.
           MOVE 'PERDA-CANC-ALTO' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
                   MOVE WRK-CF-VALOR-NUM TO WRK-CANC-ALTO
           END-IF.
           MOVE 'PERDA-DIAS-RAPIDA' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-DIAS-RAPIDA
           END-IF.
           MOVE 'PERDA-FATOR-MEDIA' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
                   MOVE WRK-CF-VALOR-NUM TO WRK-FATOR-MEDIA
           END-IF.
           MOVE 'PERDA-MIN-SEMCLI' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
                   MOVE WRK-CF-VALOR-NUM TO WRK-MIN-SEMCLI
           END-IF.
           MOVE 'PERDA-MIN-OCORR' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
                   MOVE WRK-CF-VALOR-NUM TO WRK-MIN-OCORR
           END-IF.
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
       0170-CONSULTAR-VENDEDOR.
           MOVE 'SEM VENDEDOR' TO WRK-NOME-VEND.
           IF WRK-MASTER-ABERTO
              AND WRK-TV-VENDEDOR(WRK-IDX-VEND) > ZEROS
                   MOVE 'NAO CADASTRADO' TO WRK-NOME-VEND
                   MOVE 'E' TO MASTER-TIPO
                   MOVE WRK-TV-VENDEDOR(WRK-IDX-VEND)
                       TO MASTER-CODIGO
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MASTER-NOME TO WRK-NOME-VEND
                   END-READ
           END-IF.
       0200-LER-MOVIMENTO.
           READ VENDMOV-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF VNM-LOJA > ZEROS
                           MOVE VNM-DATA TO WRK-DATA-SERIAL
                           PERFORM 0150-CALCULAR-SERIAL
                           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-MOV
                           IF WRK-SERIAL-MOV >= WRK-SERIAL-CARGA
                              AND WRK-SERIAL-MOV <= WRK-SERIAL-FIM
                                   PERFORM 0210-TRATAR-MOVIMENTO
                           END-IF
                   END-IF
           END-READ.
       0210-TRATAR-MOVIMENTO.
           IF VNM-VENDA
                   PERFORM 0215-GUARDAR-VENDA
           END-IF.
           IF WRK-SERIAL-MOV >= WRK-SERIAL-INI
                   ADD 1 TO WRK-CONTADOR
                   PERFORM 0220-ACUMULAR-VENDEDOR
           END-IF.
       0215-GUARDAR-VENDA.
           IF WRK-QTD-VENDAS < 5000
                   ADD 1 TO WRK-QTD-VENDAS
                   MOVE VNM-LOJA     TO WRK-TS-LOJA(WRK-QTD-VENDAS)
                   MOVE VNM-VENDEDOR
                       TO WRK-TS-VENDEDOR(WRK-QTD-VENDAS)
                   MOVE VNM-PRODUTO  TO WRK-TS-PRODUTO(WRK-QTD-VENDAS)
                   MOVE WRK-SERIAL-MOV
                       TO WRK-TS-SERIAL(WRK-QTD-VENDAS)
           ELSE
                   IF WRK-SW-AVISO-VENDA = 'N'
                           MOVE 'S' TO WRK-SW-AVISO-VENDA
                           DISPLAY 'TABELA DE VENDAS CHEIA (5000) - '
                                   'DEVOLUCAO RAPIDA PARCIAL'
                   END-IF
           END-IF.
       0220-ACUMULAR-VENDEDOR.
           MOVE 'N' TO WRK-SW-ACHOU.
           MOVE ZEROS TO WRK-IDX-BUSCA.
           PERFORM 0225-BUSCAR-VENDEDOR
                   UNTIL WRK-ACHOU OR WRK-IDX-BUSCA >= WRK-QTD-VEND.
           IF NOT WRK-ACHOU AND WRK-QTD-VEND < 2000
                   ADD 1 TO WRK-QTD-VEND
                   MOVE WRK-QTD-VEND TO WRK-IDX-BUSCA
                   MOVE ZEROS TO WRK-TV-ENTRADA(WRK-IDX-BUSCA)
                   MOVE VNM-LOJA TO WRK-TV-LOJA(WRK-IDX-BUSCA)
                   MOVE VNM-VENDEDOR
                       TO WRK-TV-VENDEDOR(WRK-IDX-BUSCA)
                   MOVE 'S' TO WRK-SW-ACHOU
           END-IF.
           IF WRK-ACHOU
                   MOVE WRK-IDX-BUSCA TO WRK-IDX-VEND
                   PERFORM 0222-SOMAR-MOVIMENTO
           ELSE
                   IF WRK-SW-AVISO-VEND = 'N'
                           MOVE 'S' TO WRK-SW-AVISO-VEND
                           DISPLAY 'TABELA DE VENDEDORES CHEIA '
                                   '(2000) - MOVIMENTO IGNORADO'
                   END-IF
           END-IF.
       0222-SOMAR-MOVIMENTO.
           MOVE VNM-LOJA TO WRK-IDX-LOJA.
           IF NOT VNM-CANCELAMENTO
                   PERFORM 0240-FECHAR-CANCELAMENTO
           END-IF.
           EVALUATE TRUE
               WHEN VNM-VENDA
                   ADD 1 TO WRK-TV-QTD-VENDA(WRK-IDX-VEND)
                   ADD VNM-VALOR TO WRK-TV-VENDA(WRK-IDX-VEND)
                                    WRK-TL-VENDA(WRK-IDX-LOJA)
               WHEN VNM-CANCELAMENTO
                   ADD 1 TO WRK-TV-QTD-CANC(WRK-IDX-VEND)
                   ADD VNM-VALOR TO WRK-TV-CANC(WRK-IDX-VEND)
                                    WRK-TL-PERDA(WRK-IDX-LOJA)
                   PERFORM 0235-SOMAR-CANCELAMENTO
               WHEN VNM-DEVOLUCAO
                   ADD 1 TO WRK-TV-QTD-DEV(WRK-IDX-VEND)
                   ADD VNM-VALOR TO WRK-TV-DEV(WRK-IDX-VEND)
                                    WRK-TL-PERDA(WRK-IDX-LOJA)
                   IF VNM-CLIENTE = ZEROS
                           ADD 1 TO WRK-TV-QTD-SEMCLI(WRK-IDX-VEND)
                   END-IF
                   PERFORM 0230-VERIFICAR-DEV-RAPIDA
           END-EVALUATE.
       0225-BUSCAR-VENDEDOR.
           ADD 1 TO WRK-IDX-BUSCA.
           IF WRK-TV-LOJA(WRK-IDX-BUSCA) = VNM-LOJA
              AND WRK-TV-VENDEDOR(WRK-IDX-BUSCA) = VNM-VENDEDOR
                   MOVE 'S' TO WRK-SW-ACHOU
           END-IF.
       0230-VERIFICAR-DEV-RAPIDA.
           COMPUTE WRK-SERIAL-LIMITE = WRK-SERIAL-MOV
                   - WRK-DIAS-RAPIDA.
           MOVE 'N' TO WRK-SW-ACHOU.
           MOVE ZEROS TO WRK-IDX-VENDA.
           PERFORM 0232-COMPARAR-VENDA
                   UNTIL WRK-ACHOU OR WRK-IDX-VENDA >= WRK-QTD-VENDAS.
           IF WRK-ACHOU
                   ADD 1 TO WRK-TV-QTD-RAPIDA(WRK-IDX-VEND)
           END-IF.
       0232-COMPARAR-VENDA.
           ADD 1 TO WRK-IDX-VENDA.
           IF WRK-TS-LOJA(WRK-IDX-VENDA) = VNM-LOJA
              AND WRK-TS-VENDEDOR(WRK-IDX-VENDA) = VNM-VENDEDOR
              AND WRK-TS-PRODUTO(WRK-IDX-VENDA) = VNM-PRODUTO
              AND WRK-TS-SERIAL(WRK-IDX-VENDA) >= WRK-SERIAL-LIMITE
              AND WRK-TS-SERIAL(WRK-IDX-VENDA) <= WRK-SERIAL-MOV
                   MOVE 'S' TO WRK-SW-ACHOU
           END-IF.
       0235-SOMAR-CANCELAMENTO.
           MOVE VNM-LOJA     TO WRK-CC-LOJA.
           MOVE VNM-DATA     TO WRK-CC-DATA.
           MOVE VNM-TICKET   TO WRK-CC-TICKET.
           MOVE VNM-VENDEDOR TO WRK-CC-VENDEDOR.
           IF WRK-CHAVE-CANC NOT = WRK-CANC-TICKET
                   PERFORM 0240-FECHAR-CANCELAMENTO
                   MOVE WRK-CHAVE-CANC TO WRK-CANC-TICKET
                   MOVE WRK-IDX-VEND   TO WRK-CT-IDX-VEND
           END-IF.
           ADD VNM-VALOR TO WRK-CT-VALOR.
       0240-FECHAR-CANCELAMENTO.
           IF WRK-CT-LOJA > ZEROS
              AND WRK-CT-VALOR >= WRK-CANC-ALTO
                   ADD 1 TO WRK-TV-QTD-CANC-ALTA(WRK-CT-IDX-VEND)
                   MOVE WRK-CT-LOJA     TO WRK-LCA-LOJA
                   MOVE WRK-CT-DATA     TO WRK-LCA-DATA
                   MOVE WRK-CT-TICKET   TO WRK-LCA-TICKET
                   MOVE WRK-CT-VENDEDOR TO WRK-LCA-VEND
                   MOVE WRK-CT-VALOR    TO WRK-LCA-VALOR
                   WRITE REP-LINHA FROM WRK-LINHA-CANC-ALTA
                   DISPLAY WRK-LINHA-CANC-ALTA
                   MOVE WRK-CT-LOJA TO WRK-LOJA-BUSCA
                   PERFORM 0160-OBTER-REGIAO-LOJA
                   MOVE WRK-CT-VALOR TO WRK-ED-VALOR
                   MOVE SPACES TO WRK-ALR-TEXTO
                   STRING 'CANC ALTA LJ' WRK-CT-LOJA
                          ' TK' WRK-CT-TICKET
                          ' VD' WRK-CT-VENDEDOR
                          ' R$' WRK-ED-VALOR
                          DELIMITED BY SIZE INTO WRK-ALR-TEXTO
                   MOVE 'A' TO WRK-ALR-SEVERIDADE
                   PERFORM 0290-GRAVAR-ALERTA
           END-IF.
           MOVE ZEROS TO WRK-CANC-TICKET WRK-CT-VALOR.
       0290-GRAVAR-ALERTA.
           MOVE WRK-REGIAO TO WRK-AR-REGIAO.
           OPEN EXTEND ALERTAS-FILE.
           IF WRK-FS-ALERTAS-ARQ-INEXISTENTE
                   CLOSE ALERTAS-FILE
                   OPEN OUTPUT ALERTAS-FILE
           END-IF.
           ACCEPT ALR-DATA FROM DATE YYYYMMDD.
           ACCEPT ALR-HORA FROM TIME.
           MOVE 'PROGCOB118'       TO ALR-PROGRAMA.
           MOVE WRK-ALR-SEVERIDADE TO ALR-SEVERIDADE.
           MOVE WRK-ALR-ROTEIRO    TO ALR-ROTEIRO.
           MOVE WRK-ALR-TEXTO      TO ALR-TEXTO.
           MOVE 'A'   TO ALR-STATUS.
           MOVE ZEROS TO ALR-RECONHECEDOR ALR-DATA-RECON.
           WRITE ALR-REGISTRO.
           CLOSE ALERTAS-FILE.
           ADD 1 TO WRK-QTD-ALERTAS.
       0300-LISTAR-LOJAS.
           MOVE ZEROS TO WRK-IDX-LOJA.
           PERFORM 0305-SOMAR-REGIAO UNTIL WRK-IDX-LOJA >= 999.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- CANCELAMENTOS E DEVOLUCOES POR VENDEDOR ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           MOVE ZEROS TO WRK-IDX-LOJA.
           PERFORM 0310-LISTAR-LOJA UNTIL WRK-IDX-LOJA >= 999.
       0305-SOMAR-REGIAO.
           ADD 1 TO WRK-IDX-LOJA.
           IF WRK-TL-VENDA(WRK-IDX-LOJA) NOT = ZEROS
              OR WRK-TL-PERDA(WRK-IDX-LOJA) NOT = ZEROS
                   MOVE WRK-IDX-LOJA TO WRK-LOJA-BUSCA
                   PERFORM 0160-OBTER-REGIAO-LOJA
                   COMPUTE WRK-IDX-REG = WRK-REGIAO + 1
                   ADD WRK-TL-VENDA(WRK-IDX-LOJA)
                       TO WRK-TR-VENDA(WRK-IDX-REG)
                   ADD WRK-TL-PERDA(WRK-IDX-LOJA)
                       TO WRK-TR-PERDA(WRK-IDX-REG)
           END-IF.
       0310-LISTAR-LOJA.
           ADD 1 TO WRK-IDX-LOJA.
           IF WRK-TL-VENDA(WRK-IDX-LOJA) NOT = ZEROS
              OR WRK-TL-PERDA(WRK-IDX-LOJA) NOT = ZEROS
                   MOVE WRK-IDX-LOJA TO WRK-LOJA-BUSCA
                   PERFORM 0160-OBTER-REGIAO-LOJA
                   COMPUTE WRK-IDX-REG = WRK-REGIAO + 1
                   MOVE WRK-TL-PERDA(WRK-IDX-LOJA) TO WRK-VALOR-PCT
                   MOVE WRK-TL-VENDA(WRK-IDX-LOJA) TO WRK-BASE-PCT
                   PERFORM 0350-CALCULAR-PCT
                   MOVE WRK-PCT-CALC TO WRK-PCT-LOJA
                   MOVE WRK-TR-PERDA(WRK-IDX-REG) TO WRK-VALOR-PCT
                   MOVE WRK-TR-VENDA(WRK-IDX-REG) TO WRK-BASE-PCT
                   PERFORM 0350-CALCULAR-PCT
                   MOVE WRK-PCT-CALC TO WRK-PCT-REGIAO
                   MOVE WRK-IDX-LOJA   TO WRK-LL-LOJA
                   MOVE WRK-REGIAO     TO WRK-LL-REGIAO
                   MOVE WRK-PCT-LOJA   TO WRK-LL-PCT-LOJA
                   MOVE WRK-PCT-REGIAO TO WRK-LL-PCT-REG
                   WRITE REP-LINHA FROM WRK-LINHA-LOJA
                   DISPLAY WRK-LINHA-LOJA
                   MOVE ZEROS TO WRK-IDX-VEND
                   PERFORM 0320-LISTAR-VENDEDOR
                           UNTIL WRK-IDX-VEND >= WRK-QTD-VEND
           END-IF.
       0320-LISTAR-VENDEDOR.
           ADD 1 TO WRK-IDX-VEND.
           IF WRK-TV-LOJA(WRK-IDX-VEND) = WRK-IDX-LOJA
                   PERFORM 0325-LISTAR-LINHA-VENDEDOR
           END-IF.
       0325-LISTAR-LINHA-VENDEDOR.
           PERFORM 0170-CONSULTAR-VENDEDOR.
           MOVE WRK-TV-VENDEDOR(WRK-IDX-VEND)  TO WRK-LV-VEND.
           MOVE WRK-NOME-VEND                  TO WRK-LV-NOME.
           MOVE WRK-TV-VENDA(WRK-IDX-VEND)     TO WRK-LV-VENDA.
           MOVE WRK-TV-QTD-CANC(WRK-IDX-VEND)  TO WRK-LV-QTD-CANC.
           MOVE WRK-TV-QTD-DEV(WRK-IDX-VEND)   TO WRK-LV-QTD-DEV.
           MOVE WRK-TV-VENDA(WRK-IDX-VEND)     TO WRK-BASE-PCT.
           MOVE WRK-TV-CANC(WRK-IDX-VEND)      TO WRK-VALOR-PCT.
           PERFORM 0350-CALCULAR-PCT.
           MOVE WRK-PCT-CALC TO WRK-LV-PCT-CANC.
           MOVE WRK-TV-DEV(WRK-IDX-VEND)       TO WRK-VALOR-PCT.
           PERFORM 0350-CALCULAR-PCT.
           MOVE WRK-PCT-CALC TO WRK-LV-PCT-DEV.
           WRITE REP-LINHA FROM WRK-LINHA-VEND.
           DISPLAY WRK-LINHA-VEND.
           COMPUTE WRK-PERDA-VEND = WRK-TV-CANC(WRK-IDX-VEND)
                   + WRK-TV-DEV(WRK-IDX-VEND).
           MOVE WRK-PERDA-VEND TO WRK-VALOR-PCT.
           PERFORM 0350-CALCULAR-PCT.
           MOVE WRK-PCT-CALC TO WRK-PCT-VEND.
           MOVE SPACES TO WRK-MEDIA-FLAG.
           IF WRK-TV-QTD-CANC(WRK-IDX-VEND)
              + WRK-TV-QTD-DEV(WRK-IDX-VEND) >= WRK-MIN-OCORR
                   COMPUTE WRK-PCT-LIMITE =
                           WRK-PCT-LOJA * WRK-FATOR-MEDIA
                   IF WRK-PCT-VEND > WRK-PCT-LIMITE
                           MOVE 'LOJA' TO WRK-MEDIA-FLAG
                   END-IF
                   COMPUTE WRK-PCT-LIMITE =
                           WRK-PCT-REGIAO * WRK-FATOR-MEDIA
                   IF WRK-PCT-VEND > WRK-PCT-LIMITE
                           IF WRK-MEDIA-FLAG = SPACES
                                   MOVE 'REGIAO' TO WRK-MEDIA-FLAG
                           ELSE
                                   MOVE 'AMBAS'  TO WRK-MEDIA-FLAG
                           END-IF
                   END-IF
           END-IF.
           IF WRK-TV-QTD-SEMCLI(WRK-IDX-VEND) >= WRK-MIN-SEMCLI
              OR WRK-TV-QTD-RAPIDA(WRK-IDX-VEND) > ZEROS
              OR WRK-TV-QTD-CANC-ALTA(WRK-IDX-VEND) > ZEROS
              OR WRK-MEDIA-FLAG NOT = SPACES
                   MOVE WRK-TV-QTD-SEMCLI(WRK-IDX-VEND)
                       TO WRK-LS-SEMCLI
                   MOVE WRK-TV-QTD-RAPIDA(WRK-IDX-VEND)
                       TO WRK-LS-RAPIDA
                   MOVE WRK-TV-QTD-CANC-ALTA(WRK-IDX-VEND)
                       TO WRK-LS-CANC-ALTA
                   MOVE WRK-MEDIA-FLAG TO WRK-LS-MEDIA
                   WRITE REP-LINHA FROM WRK-LINHA-SINAL
                   DISPLAY WRK-LINHA-SINAL
                   PERFORM 0330-ALERTAR-VENDEDOR
           END-IF.
       0330-ALERTAR-VENDEDOR.
           MOVE 'M' TO WRK-ALR-SEVERIDADE.
           IF WRK-TV-QTD-SEMCLI(WRK-IDX-VEND) >= WRK-MIN-SEMCLI
                   MOVE WRK-TV-QTD-SEMCLI(WRK-IDX-VEND)
                       TO WRK-ED-QTD
                   MOVE SPACES TO WRK-ALR-TEXTO
                   STRING 'LJ' WRK-LOJA-BUSCA
                          ' VD' WRK-TV-VENDEDOR(WRK-IDX-VEND)
                          ' DEV S/CLIENTE ' WRK-ED-QTD
                          DELIMITED BY SIZE INTO WRK-ALR-TEXTO
                   PERFORM 0290-GRAVAR-ALERTA
           END-IF.
           IF WRK-TV-QTD-RAPIDA(WRK-IDX-VEND) > ZEROS
                   MOVE WRK-TV-QTD-RAPIDA(WRK-IDX-VEND)
                       TO WRK-ED-QTD
                   MOVE SPACES TO WRK-ALR-TEXTO
                   STRING 'LJ' WRK-LOJA-BUSCA
                          ' VD' WRK-TV-VENDEDOR(WRK-IDX-VEND)
                          ' DEV RAPIDA ' WRK-ED-QTD
                          DELIMITED BY SIZE INTO WRK-ALR-TEXTO
                   PERFORM 0290-GRAVAR-ALERTA
           END-IF.
           IF WRK-MEDIA-FLAG NOT = SPACES
                   MOVE WRK-PCT-VEND TO WRK-ED-PCT
                   MOVE SPACES TO WRK-ALR-TEXTO
                   STRING 'LJ' WRK-LOJA-BUSCA
                          ' VD' WRK-TV-VENDEDOR(WRK-IDX-VEND)
                          ' PERDA ' WRK-ED-PCT '% > MEDIA '
                          WRK-MEDIA-FLAG
                          DELIMITED BY SIZE INTO WRK-ALR-TEXTO
                   PERFORM 0290-GRAVAR-ALERTA
           END-IF.
       0350-CALCULAR-PCT.
           IF WRK-BASE-PCT > ZEROS
                   COMPUTE WRK-PCT-CALC ROUNDED =
                           (WRK-VALOR-PCT * 100) / WRK-BASE-PCT
           ELSE
                   IF WRK-VALOR-PCT > ZEROS
                           MOVE 999,9 TO WRK-PCT-CALC
                   ELSE
                           MOVE ZEROS TO WRK-PCT-CALC
                   END-IF
           END-IF.
           IF WRK-PCT-CALC > 999,9
                   MOVE 999,9 TO WRK-PCT-CALC
           END-IF.
       0400-FINALIZAR.
           IF WRK-MASTER-ABERTO
                   CLOSE MASTER-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY 'MOVIMENTOS DA SEMANA ===> ' WRK-CONTADOR.
           DISPLAY 'ALERTAS GRAVADOS ===> ' WRK-QTD-ALERTAS.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB118' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB118' TO OPLOG-PROGRAMA.
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
