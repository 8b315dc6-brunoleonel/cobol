       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB101.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = CORRIDA SEMANAL DE PAGAMENTOS A FORNECEDOR
      *            (TITPAGAR.DAT -> PAGTOBCO.TXT E
      *            GLJOURNAL.DAT)
      * DATA = XX/XX/XXXX
      * 167 - CONTABILIZA O PASSIVO DE CADA TITULO LIBERADO
      *       AINDA NAO CONTABILIZADO (DEBITO COMPRAS /
      *       CREDITO FORNECEDORES, LINHA 'CPA' DO GLMAP)
      *       E SELECIONA OS TITULOS LIBERADOS QUE VENCEM
      *       ATE A DATA DE NEGOCIO MAIS O HORIZONTE
      *       (CHAVE PAGTO-HORIZONTE DO CONFIG.CFG, PADRAO
      *       7 DIAS): GRAVA O ARQUIVO DE PAGAMENTO DO
      *       BANCO COM OS DADOS BANCARIOS DO FORNECEDOR,
      *       BAIXA O TITULO E POSTA O PAGAMENTO (DEBITO
      *       FORNECEDORES / CREDITO BANCO, LINHA 'PAG').
      *       TITULO BLOQUEADO NAO E CONTABILIZADO NEM
      *       PAGO. LOJA SEM LINHA NO GLMAP (NEM PADRAO
      *       000) FICA PARA A PROXIMA CORRIDA
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
           SELECT TITPAGAR-FILE ASSIGN TO 'TITPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TPG-CHAVE
               FILE STATUS IS WRK-FS-TITPAGAR.
           SELECT FORNEC-FILE ASSIGN TO 'FORNEC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNEC.
           SELECT GLMAP-FILE ASSIGN TO 'GLMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLMAP.
           SELECT GLJOURNAL-FILE ASSIGN TO 'GLJOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLJOURNAL.
           SELECT BANCO-FILE ASSIGN TO 'PAGTOBCO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BANCO.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB101.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  TITPAGAR-FILE.
           COPY 'TITPREC.cob'.
       FD  FORNEC-FILE.
           COPY 'FORNREC.cob'.
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
       FD  BANCO-FILE.
       01  BCO-REGISTRO.
           02 BCO-TIPO          PIC X(01).
               88 BCO-HEADER      VALUE 'H'.
               88 BCO-DETALHE     VALUE 'D'.
               88 BCO-TRAILER     VALUE 'T'.
           02 BCO-DADOS         PIC X(69).
           02 BCO-HDR REDEFINES BCO-DADOS.
               03 BCO-HDR-DATA      PIC 9(08).
               03 BCO-HDR-EMPRESA   PIC X(20).
               03 FILLER            PIC X(41).
           02 BCO-DET REDEFINES BCO-DADOS.
               03 BCO-DET-FORNEC    PIC 9(05).
               03 BCO-DET-CNPJ      PIC 9(14).
               03 BCO-DET-BANCO     PIC 9(03).
               03 BCO-DET-AGENCIA   PIC 9(05).
               03 BCO-DET-CONTA     PIC X(12).
               03 BCO-DET-NOTA      PIC 9(09).
               03 BCO-DET-VENCTO    PIC 9(08).
               03 BCO-DET-VALOR     PIC 9(09)V99.
               03 FILLER            PIC X(02).
           02 BCO-TRL REDEFINES BCO-DADOS.
               03 BCO-TRL-QTDE      PIC 9(07).
               03 BCO-TRL-VALOR     PIC 9(11)V99.
               03 FILLER            PIC X(49).
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-TITPAGAR PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-TITPAGAR==.
       77 WRK-FS-FORNEC   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-FORNEC==.
       77 WRK-FS-GLMAP    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-GLMAP==.
       77 WRK-FS-GLJOURNAL PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-GLJOURNAL==.
       77 WRK-FS-BANCO    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-BANCO==.
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
       77 WRK-QTD-CONTAB  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PAGOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-MAPA PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-PAGO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-TITULOS VALUE 'S'.
       77 WRK-SW-ALTEROU  PIC X(01) VALUE 'N'.
           88 WRK-TITULO-ALTERADO VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORIZONTE   PIC 9(03) VALUE 7.
       77 WRK-SERIAL-LIMITE PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-VENCTO PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-SERIAL.
           02 WRK-SER-ANO  PIC 9(04).
           02 WRK-SER-MES  PIC 9(02).
           02 WRK-SER-DIA  PIC 9(02).
       77 WRK-SERIAL-SAIDA PIC 9(07) VALUE ZEROS.
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
       77 WRK-POST-DATA   PIC 9(08) VALUE ZEROS.
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-PAGTO.
           02 WRK-LG-FORNEC   PIC 9(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LG-NOME     PIC X(15).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LG-NOTA     PIC 9(09).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LG-LOJA     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LG-VENCTO   PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LG-VALOR    PIC ZZZZZZZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LG-PARECER  PIC X(08).
           02 FILLER          PIC X(04) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
           02 FILLER          PIC X(16) VALUE 'TITULOS PAGOS: '.
           02 WRK-LT-QTDE     PIC ZZZZ9.
           02 FILLER          PIC X(08) VALUE ' VALOR: '.
           02 WRK-LT-VALOR    PIC ZZZZZZZZZZ9,99.
           02 FILLER          PIC X(27) VALUE SPACES.
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
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM-TITULOS.
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
           MOVE 'PAGTO-HORIZONTE' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-HORIZONTE
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-DATA-SERIAL.
           PERFORM 0460-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL-LIMITE = WRK-SERIAL-SAIDA
                   + WRK-HORIZONTE.
           PERFORM 0140-CARREGAR-MAPA.
           OPEN I-O TITPAGAR-FILE.
           IF NOT WRK-FS-TITPAGAR-OK
                   DISPLAY 'TITPAGAR.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN OUTPUT BANCO-FILE.
           MOVE SPACES        TO BCO-REGISTRO.
           MOVE 'H'           TO BCO-TIPO.
           MOVE WRK-DATA-HOJE TO BCO-HDR-DATA.
           MOVE 'PAGTO FORNECEDORES' TO BCO-HDR-EMPRESA.
           WRITE BCO-REGISTRO.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'PAGTO FORNECEDORES' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           DISPLAY 'CORRIDA DE PAGAMENTOS - DATA ' WRK-DATA-HOJE
                   ' HORIZONTE ' WRK-HORIZONTE ' DIAS'.
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
           READ TITPAGAR-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF TPG-ABERTO
                           PERFORM 0210-TRATAR-TITULO
                   END-IF
           END-READ.
       0210-TRATAR-TITULO.
           MOVE 'N' TO WRK-SW-ALTEROU.
           MOVE TPG-REGISTRO TO WRK-JRN-ANTES.
           IF TPG-CONTABIL NOT = 'S'
                   PERFORM 0220-CONTABILIZAR-PASSIVO
           END-IF.
           MOVE TPG-VENCIMENTO TO WRK-DATA-SERIAL.
           PERFORM 0460-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-VENCTO.
           IF TPG-CONTABILIZADO
              AND WRK-SERIAL-VENCTO <= WRK-SERIAL-LIMITE
                   PERFORM 0230-PAGAR-TITULO
           END-IF.
           IF WRK-TITULO-ALTERADO
                   REWRITE TPG-REGISTRO
                   MOVE TPG-REGISTRO TO WRK-JRN-DEPOIS
                   MOVE 'TITPAGAR'   TO WRK-JRN-ARQUIVO
                   MOVE 'RW'         TO WRK-JRN-OPER
                   PERFORM 0098-GRAVAR-JORNAL
                   ADD 1 TO WRK-CONTADOR
           END-IF.
       0220-CONTABILIZAR-PASSIVO.
           MOVE 'CPA' TO WRK-MAPA-LINHA.
           PERFORM 0262-BUSCAR-MAPA.
           IF NOT WRK-MAPA-ACHADO
                   ADD 1 TO WRK-QTD-SEM-MAPA
                   DISPLAY 'LOJA ' TPG-LOJA ' SEM LINHA CPA NO '
                           'GLMAP.DAT - NOTA ' TPG-NOTA
                           ' FICA PENDENTE'
           ELSE
                   MOVE TPG-DATA-EMISSAO TO WRK-POST-DATA
                   PERFORM 0250-POSTAR-RAZAO
                   MOVE 'S' TO TPG-CONTABIL
                   MOVE 'S' TO WRK-SW-ALTEROU
                   ADD 1 TO WRK-QTD-CONTAB
           END-IF.
       0230-PAGAR-TITULO.
           MOVE 'PAG' TO WRK-MAPA-LINHA.
           PERFORM 0262-BUSCAR-MAPA.
           IF NOT WRK-MAPA-ACHADO
                   ADD 1 TO WRK-QTD-SEM-MAPA
                   DISPLAY 'LOJA ' TPG-LOJA ' SEM LINHA PAG NO '
                           'GLMAP.DAT - NOTA ' TPG-NOTA
                           ' NAO PAGA'
           ELSE
                   PERFORM 0240-GRAVAR-BANCO
                   MOVE WRK-DATA-HOJE TO WRK-POST-DATA
                   PERFORM 0250-POSTAR-RAZAO
                   MOVE TPG-VALOR     TO TPG-VALOR-PAGO
                   MOVE WRK-DATA-HOJE TO TPG-DATA-PGTO
                   MOVE 'P'           TO TPG-STATUS
                   MOVE 'S' TO WRK-SW-ALTEROU
                   ADD 1 TO WRK-QTD-PAGOS
                   ADD TPG-VALOR TO WRK-TOTAL-PAGO
           END-IF.
       0240-GRAVAR-BANCO.
           MOVE SPACES TO BCO-REGISTRO.
           MOVE 'D'    TO BCO-TIPO.
           MOVE ZEROS  TO BCO-DET-CNPJ BCO-DET-BANCO
                          BCO-DET-AGENCIA.
           MOVE SPACES TO BCO-DET-CONTA WRK-LG-NOME.
           OPEN INPUT FORNEC-FILE.
           IF WRK-FS-FORNEC-OK
                   MOVE TPG-FORNECEDOR TO FOR-CODIGO
                   READ FORNEC-FILE
                       INVALID KEY
                           MOVE 'NAO CADASTRADO' TO WRK-LG-NOME
                       NOT INVALID KEY
                           MOVE FOR-CNPJ    TO BCO-DET-CNPJ
                           MOVE FOR-BANCO   TO BCO-DET-BANCO
                           MOVE FOR-AGENCIA TO BCO-DET-AGENCIA
                           MOVE FOR-CONTA   TO BCO-DET-CONTA
                           MOVE FOR-NOME    TO WRK-LG-NOME
                   END-READ
           END-IF.
           CLOSE FORNEC-FILE.
           MOVE TPG-FORNECEDOR TO BCO-DET-FORNEC.
           MOVE TPG-NOTA       TO BCO-DET-NOTA.
           MOVE TPG-VENCIMENTO TO BCO-DET-VENCTO.
           MOVE TPG-VALOR      TO BCO-DET-VALOR.
           WRITE BCO-REGISTRO.
           MOVE TPG-FORNECEDOR TO WRK-LG-FORNEC.
           MOVE TPG-NOTA       TO WRK-LG-NOTA.
           MOVE TPG-LOJA       TO WRK-LG-LOJA.
           MOVE TPG-VENCIMENTO TO WRK-LG-VENCTO.
           MOVE TPG-VALOR      TO WRK-LG-VALOR.
           MOVE 'PAGO'         TO WRK-LG-PARECER.
           WRITE REP-LINHA FROM WRK-LINHA-PAGTO.
           DISPLAY WRK-LINHA-PAGTO.
       0250-POSTAR-RAZAO.
           OPEN EXTEND GLJOURNAL-FILE.
           IF WRK-FS-GLJOURNAL-ARQ-INEXISTENTE
                   CLOSE GLJOURNAL-FILE
                   OPEN OUTPUT GLJOURNAL-FILE
           END-IF.
           MOVE 'D'               TO GLJ-TIPO.
           MOVE WRK-CONTA-DEBITO  TO GLJ-CONTA.
           MOVE TPG-LOJA          TO GLJ-LOJA.
           MOVE WRK-POST-DATA     TO GLJ-DATA.
           PERFORM 0097-DATAR-LANCAMENTO.
           MOVE TPG-VALOR         TO GLJ-VALOR.
           WRITE GLJ-REGISTRO.
           MOVE 'C'               TO GLJ-TIPO.
           MOVE WRK-CONTA-CREDITO TO GLJ-CONTA.
           WRITE GLJ-REGISTRO.
           CLOSE GLJOURNAL-FILE.
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
           IF TPG-LOJA = WRK-TM-LOJA(WRK-IDX-MAPA)
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
           CLOSE TITPAGAR-FILE.
           MOVE SPACES         TO BCO-REGISTRO.
           MOVE 'T'            TO BCO-TIPO.
           MOVE WRK-QTD-PAGOS  TO BCO-TRL-QTDE.
           MOVE WRK-TOTAL-PAGO TO BCO-TRL-VALOR.
           WRITE BCO-REGISTRO.
           CLOSE BANCO-FILE.
           MOVE WRK-QTD-PAGOS  TO WRK-LT-QTDE.
           MOVE WRK-TOTAL-PAGO TO WRK-LT-VALOR.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
           CLOSE REPORT-FILE.
           DISPLAY 'TITULOS CONTABILIZADOS ===> ' WRK-QTD-CONTAB.
           DISPLAY 'TITULOS PAGOS ===> ' WRK-QTD-PAGOS.
           DISPLAY 'TITULOS SEM MAPEAMENTO ===> ' WRK-QTD-SEM-MAPA.
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
           MOVE 'PROGCOB101'     TO JRN-PROGRAMA.
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
           MOVE 'PROGCOB101' TO GLJ-ORIGEM.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB101' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB101' TO OPLOG-PROGRAMA.
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
