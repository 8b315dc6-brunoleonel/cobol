       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB110.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = APROPRIACAO NOTURNA DE MULTA E JUROS DE
      *            MORA DAS PARCELAS VENCIDAS (PARCELAS.DAT)
      *            E CONTABILIZACAO DOS ENCARGOS RECEBIDOS
      * DATA = XX/XX/XXXX
      * 172 - PARCELA ABERTA VENCIDA HA MAIS DIAS QUE A
      *       CARENCIA (PARC-CARENCIA, PADRAO 0) RECEBE UMA
      *       UNICA VEZ A MULTA CONTRATUAL SOBRE O PRINCIPAL
      *       EM ABERTO (PARC-MULTA-BPS, PADRAO 200 = 2%) E
      *       JUROS SIMPLES DIARIOS SOBRE O PRINCIPAL EM
      *       ABERTO (PARC-JUROS-BPS AO MES, PADRAO 100 =
      *       1%, MES COMERCIAL DE 30 DIAS) DESDE A ULTIMA
      *       APROPRIACAO (PAR-DATA-JUROS) OU DO VENCIMENTO,
      *       ATE A DATA DE NEGOCIO - RODAR DE NOVO NO MESMO
      *       DIA NAO DUPLICA. OS ENCARGOS JA RECEBIDOS PELO
      *       PROGCOB61 E AINDA NAO CONTABILIZADOS SAO
      *       POSTADOS EM GLJOURNAL.DAT (LINHA 'ENC' DO
      *       GLMAP: DEBITO CAIXA / CREDITO RECEITA DE
      *       ENCARGOS). LOJA SEM LINHA NO GLMAP FICA PARA A
      *       PROXIMA CORRIDA
      * 174 - RECUPERACAO RECEBIDA EM PARCELA BAIXADA COMO
      *       INCOBRAVEL (PAR-RECUPERADO ACIMA DE
      *       PAR-RECUP-CONTAB) POSTADA PELA LINHA 'RCP' DO
      *       GLMAP (DEBITO CAIXA / CREDITO RECEITA DE
      *       RECUPERACAO) E NAO COMO RECEBIMENTO NORMAL
      * 185 - LANCAMENTO DATADO EM PERIODO CONTABIL FECHADO
      *       (GLFECH.DAT VIA PROGCOB125) VAI PARA O PRIMEIRO
      *       DIA DO PROXIMO MES ABERTO; O RAZAO GUARDA A
      *       ORIGEM E A DATA DO MOVIMENTO
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCELAS-FILE ASSIGN TO 'PARCELAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WRK-FS-PARCELAS.
           SELECT GLMAP-FILE ASSIGN TO 'GLMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLMAP.
           SELECT GLJOURNAL-FILE ASSIGN TO 'GLJOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLJOURNAL.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB110.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PARCELAS-FILE.
           COPY 'PARCREC.cob'.
       FD  GLMAP-FILE.
       01  MAP-REGISTRO.
           02 MAP-LOJA          PIC 9(03).
           02 MAP-MOEDA         PIC X(03).
           02 MAP-CONTA-DEBITO  PIC 9(08).
           02 MAP-CONTA-CREDITO PIC 9(08).
           02 MAP-NOME-DEBITO   PIC X(20).
           02 MAP-NOME-CREDITO  PIC X(20).
       FD  GLJOURNAL-FILE.
       01  GLJ-REGISTRO.
           02 GLJ-TIPO          PIC X(01).
           02 GLJ-CONTA         PIC 9(08).
           02 GLJ-LOJA          PIC 9(03).
           02 GLJ-DATA          PIC 9(08).
           02 GLJ-VALOR         PIC S9(11)V99.
           02 GLJ-ORIGEM        PIC X(10).
           02 GLJ-DATA-MOV      PIC 9(08).
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-PARCELAS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PARCELAS==.
       77 WRK-FS-GLMAP    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-GLMAP==.
       77 WRK-FS-GLJOURNAL PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-GLJOURNAL==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-APROPRIADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-MAPA    PIC 9(05) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-SW-ALTEROU  PIC X(01) VALUE 'N'.
           88 WRK-PARCELA-ALTERADA VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-SERIAL-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-VENC PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-BASE PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-SERIAL.
           02 WRK-SER-ANO PIC 9(04).
           02 WRK-SER-MES PIC 9(02).
           02 WRK-SER-DIA PIC 9(02).
       77 WRK-SERIAL-SAIDA PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-JUROS  PIC S9(05) VALUE ZEROS.
       77 WRK-CARENCIA    PIC 9(03) VALUE ZEROS.
       77 WRK-MULTA-BPS   PIC 9(05) VALUE 200.
       77 WRK-JUROS-BPS   PIC 9(05) VALUE 100.
       77 WRK-SALDO-PARC  PIC S9(07)V99 VALUE ZEROS.
       77 WRK-MULTA-NOVA  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-JUROS-NOVOS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-POST  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-MULTA   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-JUROS   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-POSTADO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-RECUP   PIC 9(11)V99 VALUE ZEROS.
       01 WRK-TAB-MAPA.
           02 WRK-TM-ENTRADA OCCURS 200 TIMES.
               03 WRK-TM-LOJA    PIC 9(03).
               03 WRK-TM-MOEDA   PIC X(03).
               03 WRK-TM-DEBITO  PIC 9(08).
               03 WRK-TM-CREDITO PIC 9(08).
       77 WRK-QTD-MAPA    PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-MAPA    PIC 9(03) VALUE ZEROS.
       77 WRK-SW-MAPA     PIC X(01) VALUE 'N'.
           88 WRK-MAPA-ACHADO VALUE 'S'.
       77 WRK-MAPA-LINHA  PIC X(03) VALUE SPACES.
       77 WRK-CONTA-DEBITO  PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-CREDITO PIC 9(08) VALUE ZEROS.
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-PARC.
           02 WRK-LP-CLIENTE  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-LOJA     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-TICKET   PIC 9(06).
           02 FILLER          PIC X(01) VALUE '/'.
           02 WRK-LP-NUMERO   PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-DIAS     PIC ZZZZ9.
           02 FILLER          PIC X(03) VALUE 'D P'.
           02 WRK-LP-SALDO    PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE ' M'.
           02 WRK-LP-MULTA    PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE ' J'.
           02 WRK-LP-JUROS    PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(07) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
           02 FILLER          PIC X(07) VALUE 'MULTAS '.
           02 WRK-LTT-MULTA   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(07) VALUE ' JUROS '.
           02 WRK-LTT-JUROS   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(17) VALUE ' RECEITA POSTADA '.
           02 WRK-LTT-POSTADO PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-JRN-ARQUIVO  PIC X(08) VALUE SPACES.
       77 WRK-JRN-OPER     PIC X(02) VALUE SPACES.
       77 WRK-JRN-ANTES    PIC X(60) VALUE SPACES.
       77 WRK-JRN-DEPOIS   PIC X(60) VALUE SPACES.
       01 WRK-PERIODO-GL.
           02 WRK-PGL-FUNCAO    PIC X(01).
           02 WRK-PGL-DATA      PIC 9(08).
           02 WRK-PGL-USUARIO   PIC 9(02).
           02 WRK-PGL-RESULTADO PIC X(01).
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
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM-VARRE.
           CLOSE PARCELAS-FILE.
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
           MOVE WRK-DATA-HOJE TO WRK-DATA-SERIAL.
           PERFORM 0460-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-HOJE.
           MOVE 'PARC-MULTA-BPS' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-MULTA-BPS
           END-IF.
           MOVE 'PARC-JUROS-BPS' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-JUROS-BPS
           END-IF.
           MOVE 'PARC-CARENCIA' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-CARENCIA
           END-IF.
           PERFORM 0140-CARREGAR-MAPA.
           OPEN I-O PARCELAS-FILE.
           IF NOT WRK-FS-PARCELAS-OK
                   DISPLAY 'PARCELAS.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN EXTEND GLJOURNAL-FILE.
           IF WRK-FS-GLJOURNAL-ARQ-INEXISTENTE
                   CLOSE GLJOURNAL-FILE
                   OPEN OUTPUT GLJOURNAL-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'ENCARGOS DE MORA' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           DISPLAY 'APROPRIACAO DE ENCARGOS - DATA ' WRK-DATA-HOJE.
       0140-CARREGAR-MAPA.
           MOVE ZEROS TO WRK-QTD-MAPA.
           OPEN INPUT GLMAP-FILE.
           IF WRK-FS-GLMAP-OK
                   PERFORM 0115-LER-MAPA
                           UNTIL WRK-FS-GLMAP = '10'
                              OR WRK-QTD-MAPA >= 200
                   CLOSE GLMAP-FILE
           ELSE
                   DISPLAY 'GLMAP.DAT NAO ENCONTRADO - '
                           'NENHUMA CONTA MAPEADA'
           END-IF.
       0115-LER-MAPA.
           READ GLMAP-FILE
               AT END
                   MOVE '10' TO WRK-FS-GLMAP
               NOT AT END
                   ADD 1 TO WRK-QTD-MAPA
                   MOVE MAP-LOJA
                       TO WRK-TM-LOJA(WRK-QTD-MAPA)
                   MOVE MAP-MOEDA
                       TO WRK-TM-MOEDA(WRK-QTD-MAPA)
                   MOVE MAP-CONTA-DEBITO
                       TO WRK-TM-DEBITO(WRK-QTD-MAPA)
                   MOVE MAP-CONTA-CREDITO
                       TO WRK-TM-CREDITO(WRK-QTD-MAPA)
           END-READ.
       0200-PROCESSAR.
           READ PARCELAS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   ADD 1 TO WRK-CONTADOR
                   PERFORM 0210-TRATAR-PARCELA
           END-READ.
       0210-TRATAR-PARCELA.
           MOVE 'N' TO WRK-SW-ALTEROU.
           MOVE PAR-REGISTRO TO WRK-JRN-ANTES.
           IF PAR-ABERTA
                   PERFORM 0220-APROPRIAR-ENCARGOS
           END-IF.
           IF PAR-ENCARGO-PAGO > PAR-ENCARGO-CONTAB
                   PERFORM 0240-CONTABILIZAR-ENCARGOS
           END-IF.
           IF PAR-RECUPERADO > PAR-RECUP-CONTAB
                   PERFORM 0245-CONTABILIZAR-RECUPERACAO
           END-IF.
           IF WRK-PARCELA-ALTERADA
                   REWRITE PAR-REGISTRO
                   MOVE PAR-REGISTRO TO WRK-JRN-DEPOIS
                   MOVE 'PARCELAS'   TO WRK-JRN-ARQUIVO
                   MOVE 'RW'         TO WRK-JRN-OPER
                   PERFORM 0098-GRAVAR-JORNAL
           END-IF.
       0220-APROPRIAR-ENCARGOS.
           COMPUTE WRK-SALDO-PARC = PAR-VALOR - PAR-VALOR-PAGO.
           MOVE PAR-VENCIMENTO TO WRK-DATA-SERIAL.
           PERFORM 0460-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-VENC.
           COMPUTE WRK-DIAS-ATRASO =
                   WRK-SERIAL-HOJE - WRK-SERIAL-VENC.
           IF WRK-SALDO-PARC > 0
              AND WRK-DIAS-ATRASO > WRK-CARENCIA
                   IF PAR-DATA-JUROS > PAR-VENCIMENTO
                           MOVE PAR-DATA-JUROS TO WRK-DATA-SERIAL
                           PERFORM 0460-CALCULAR-SERIAL
                           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-BASE
                   ELSE
                           MOVE WRK-SERIAL-VENC TO WRK-SERIAL-BASE
                   END-IF
                   COMPUTE WRK-DIAS-JUROS =
                           WRK-SERIAL-HOJE - WRK-SERIAL-BASE
                   MOVE ZEROS TO WRK-MULTA-NOVA WRK-JUROS-NOVOS
                   IF PAR-MULTA = ZEROS
                           COMPUTE WRK-MULTA-NOVA ROUNDED =
                                   (WRK-SALDO-PARC * WRK-MULTA-BPS)
                                   / 10000
                   END-IF
                   IF WRK-DIAS-JUROS > 0
                           COMPUTE WRK-JUROS-NOVOS ROUNDED =
                                   (WRK-SALDO-PARC * WRK-JUROS-BPS
                                    * WRK-DIAS-JUROS) / 300000
                   END-IF
                   IF WRK-MULTA-NOVA > 0 OR WRK-JUROS-NOVOS > 0
                           PERFORM 0230-GRAVAR-APROPRIACAO
                   END-IF
           END-IF.
       0230-GRAVAR-APROPRIACAO.
           ADD WRK-MULTA-NOVA  TO PAR-MULTA.
           ADD WRK-JUROS-NOVOS TO PAR-JUROS.
           MOVE WRK-DATA-HOJE  TO PAR-DATA-JUROS.
           MOVE 'S' TO WRK-SW-ALTEROU.
           ADD 1 TO WRK-QTD-APROPRIADAS.
           ADD WRK-MULTA-NOVA  TO WRK-TOT-MULTA.
           ADD WRK-JUROS-NOVOS TO WRK-TOT-JUROS.
           MOVE PAR-CLIENTE     TO WRK-LP-CLIENTE.
           MOVE PAR-LOJA        TO WRK-LP-LOJA.
           MOVE PAR-TICKET      TO WRK-LP-TICKET.
           MOVE PAR-NUMERO      TO WRK-LP-NUMERO.
           MOVE WRK-DIAS-ATRASO TO WRK-LP-DIAS.
           MOVE WRK-SALDO-PARC  TO WRK-LP-SALDO.
           MOVE WRK-MULTA-NOVA  TO WRK-LP-MULTA.
           MOVE WRK-JUROS-NOVOS TO WRK-LP-JUROS.
           WRITE REP-LINHA FROM WRK-LINHA-PARC.
           DISPLAY WRK-LINHA-PARC.
       0240-CONTABILIZAR-ENCARGOS.
           MOVE 'ENC' TO WRK-MAPA-LINHA.
           PERFORM 0262-BUSCAR-MAPA.
           IF NOT WRK-MAPA-ACHADO
                   ADD 1 TO WRK-QTD-SEM-MAPA
                   DISPLAY 'LOJA ' PAR-LOJA ' SEM LINHA ENC NO '
                           'GLMAP.DAT - CLIENTE ' PAR-CLIENTE
                           ' FICA PENDENTE'
           ELSE
                   COMPUTE WRK-VALOR-POST =
                           PAR-ENCARGO-PAGO - PAR-ENCARGO-CONTAB
                   PERFORM 0250-POSTAR-RAZAO
                   MOVE PAR-ENCARGO-PAGO TO PAR-ENCARGO-CONTAB
                   MOVE 'S' TO WRK-SW-ALTEROU
                   ADD WRK-VALOR-POST TO WRK-TOT-POSTADO
           END-IF.
       0245-CONTABILIZAR-RECUPERACAO.
           MOVE 'RCP' TO WRK-MAPA-LINHA.
           PERFORM 0262-BUSCAR-MAPA.
           IF NOT WRK-MAPA-ACHADO
                   ADD 1 TO WRK-QTD-SEM-MAPA
                   DISPLAY 'LOJA ' PAR-LOJA ' SEM LINHA RCP NO '
                           'GLMAP.DAT - CLIENTE ' PAR-CLIENTE
                           ' FICA PENDENTE'
           ELSE
                   COMPUTE WRK-VALOR-POST =
                           PAR-RECUPERADO - PAR-RECUP-CONTAB
                   PERFORM 0250-POSTAR-RAZAO
                   MOVE PAR-RECUPERADO TO PAR-RECUP-CONTAB
                   MOVE 'S' TO WRK-SW-ALTEROU
                   ADD WRK-VALOR-POST TO WRK-TOT-RECUP
           END-IF.
       0250-POSTAR-RAZAO.
           MOVE 'D'               TO GLJ-TIPO.
           MOVE WRK-CONTA-DEBITO  TO GLJ-CONTA.
           MOVE PAR-LOJA          TO GLJ-LOJA.
           MOVE WRK-DATA-HOJE     TO GLJ-DATA.
           PERFORM 0097-DATAR-LANCAMENTO.
           MOVE WRK-VALOR-POST    TO GLJ-VALOR.
           WRITE GLJ-REGISTRO.
           MOVE 'C'               TO GLJ-TIPO.
           MOVE WRK-CONTA-CREDITO TO GLJ-CONTA.
           WRITE GLJ-REGISTRO.
       0262-BUSCAR-MAPA.
           MOVE 'N'   TO WRK-SW-MAPA.
           MOVE ZEROS TO WRK-IDX-MAPA WRK-CONTA-DEBITO
                         WRK-CONTA-CREDITO.
           PERFORM 0265-COMPARAR-MAPA
                   UNTIL WRK-IDX-MAPA >= WRK-QTD-MAPA
                      OR WRK-MAPA-ACHADO.
           IF NOT WRK-MAPA-ACHADO
                   MOVE ZEROS TO WRK-IDX-MAPA
                   PERFORM 0267-COMPARAR-MAPA-PADRAO
                           UNTIL WRK-IDX-MAPA >= WRK-QTD-MAPA
                              OR WRK-MAPA-ACHADO
           END-IF.
       0265-COMPARAR-MAPA.
           ADD 1 TO WRK-IDX-MAPA.
           IF PAR-LOJA = WRK-TM-LOJA(WRK-IDX-MAPA)
              AND WRK-MAPA-LINHA = WRK-TM-MOEDA(WRK-IDX-MAPA)
                   MOVE WRK-TM-DEBITO(WRK-IDX-MAPA)
                       TO WRK-CONTA-DEBITO
                   MOVE WRK-TM-CREDITO(WRK-IDX-MAPA)
                       TO WRK-CONTA-CREDITO
                   MOVE 'S' TO WRK-SW-MAPA
           END-IF.
       0267-COMPARAR-MAPA-PADRAO.
           ADD 1 TO WRK-IDX-MAPA.
           IF WRK-TM-LOJA(WRK-IDX-MAPA) = ZEROS
              AND WRK-MAPA-LINHA = WRK-TM-MOEDA(WRK-IDX-MAPA)
                   MOVE WRK-TM-DEBITO(WRK-IDX-MAPA)
                       TO WRK-CONTA-DEBITO
                   MOVE WRK-TM-CREDITO(WRK-IDX-MAPA)
                       TO WRK-CONTA-CREDITO
                   MOVE 'S' TO WRK-SW-MAPA
           END-IF.
       0460-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL-SAIDA = (WRK-SER-ANO * 360)
                   + (WRK-SER-MES * 30) + WRK-SER-DIA.
       0300-FINALIZAR.
           CLOSE GLJOURNAL-FILE.
           MOVE WRK-TOT-MULTA   TO WRK-LTT-MULTA.
           MOVE WRK-TOT-JUROS   TO WRK-LTT-JUROS.
           MOVE WRK-TOT-POSTADO TO WRK-LTT-POSTADO.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
           CLOSE REPORT-FILE.
           DISPLAY 'PARCELAS LIDAS ===> ' WRK-CONTADOR.
           DISPLAY 'PARCELAS COM ENCARGOS ===> '
                   WRK-QTD-APROPRIADAS.
           DISPLAY 'RECUPERACAO POSTADA ===> ' WRK-TOT-RECUP.
           DISPLAY 'PENDENTES SEM GLMAP ===> ' WRK-QTD-SEM-MAPA.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0098-GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE.
           IF WRK-FS-JORNAL-ARQ-INEXISTENTE
                   CLOSE JORNAL-FILE
                   OPEN OUTPUT JORNAL-FILE
           END-IF.
           MOVE SPACES TO JRN-REGISTRO.
           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE 'PROGCOB110'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0097-DATAR-LANCAMENTO.
           MOVE GLJ-DATA TO GLJ-DATA-MOV.
           MOVE 'C'      TO WRK-PGL-FUNCAO.
           MOVE GLJ-DATA TO WRK-PGL-DATA.
           CALL 'PROGCOB125' USING WRK-PERIODO-GL.
           IF WRK-PGL-RESULTADO = 'D'
                   DISPLAY 'PERIODO CONTABIL FECHADO - LANCAMENTO DE '
                           GLJ-DATA-MOV ' DATADO EM ' WRK-PGL-DATA
           END-IF.
           MOVE WRK-PGL-DATA TO GLJ-DATA.
           MOVE 'PROGCOB110' TO GLJ-ORIGEM.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB110' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB110' TO OPLOG-PROGRAMA.
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
