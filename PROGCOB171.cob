       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB171.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = PROJECAO SEMANAL DE CAIXA DAS PROXIMAS 13
      *            SEMANAS (RECEBER X PAGAR) PARA A
      *            TESOURARIA, COM A VARIACAO CONTRA O
      *            REALIZADO DA PROJECAO ANTERIOR
      * DATA = XX/XX/XXXX
      * 213 - SEMANA 01 COMECA NA DATA DE NEGOCIO (PROGCOB90)
      *       E O SALDO INICIAL E INFORMADO PELA TESOURARIA.
      *       ENTRADAS: PARCELAS ABERTAS (PARCELAS.DAT)
      *       PONDERADAS PELA TAXA DE RECEBIMENTO DA FAIXA
      *       DE ATRASO (COBRTAX.DAT, APURADA COMPARANDO A
      *       FOTO COBRSNAP.DAT DA RODADA ANTERIOR COM O
      *       SALDO ATUAL; SEM HISTORICO VALE A TAXA PADRAO);
      *       PARCELA A VENCER ENTRA NA SEMANA DO VENCIMENTO
      *       E VENCIDA NA SEMANA 01. MENSALIDADES ABERTAS A
      *       VENCER (MENSALID.DAT, DIA MENS-DIA-VENC) E
      *       VENDAS EM CARTAO DE METPAG.DAT AINDA SEM
      *       LIQUIDACAO EM ADQLIQ.DAT (CREDITO EM
      *       ADQ-PRAZO-DIAS, PADRAO 30, LIQUIDO DO MDR
      *       ADQ-MDR-BPS). SAIDAS: TITULOS DE FORNECEDOR
      *       ABERTOS OU BLOQUEADOS (TITPAGAR.DAT) NO
      *       VENCIMENTO, DESPESAS APROVADAS DATADAS A PARTIR
      *       DE HOJE (DESPPEND.DAT) E COMISSOES DE COMPAY.OUT
      *       NO DIA FOLHA-DIA-PGTO (PADRAO 5) DO MES
      *       SEGUINTE. A PROJECAO FICA EM PROJCX.DAT PARA A
      *       VARIACAO DA PROXIMA RODADA
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCELAS-FILE ASSIGN TO 'PARCELAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WRK-FS-PARCELAS.
           SELECT MENSALID-FILE ASSIGN TO 'MENSALID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-FS-MENSALID.
           SELECT METPAG-FILE ASSIGN TO 'METPAG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MPG-CHAVE
               FILE STATUS IS WRK-FS-METPAG.
           SELECT ADQLIQ-FILE ASSIGN TO 'ADQLIQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIQ-CHAVE
               FILE STATUS IS WRK-FS-ADQLIQ.
           SELECT TITPAGAR-FILE ASSIGN TO 'TITPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TPG-CHAVE
               FILE STATUS IS WRK-FS-TITPAGAR.
           SELECT DESPPEND-FILE ASSIGN TO 'DESPPEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DESPPEND.
           SELECT COMPAY-FILE ASSIGN TO 'COMPAY.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMPAY.
           SELECT PROJCX-FILE ASSIGN TO 'PROJCX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROJCX.
           SELECT COBRSNAP-FILE ASSIGN TO 'COBRSNAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COBRSNAP.
           SELECT COBRTAX-FILE ASSIGN TO 'COBRTAX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COBRTAX.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB171.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PARCELAS-FILE.
           COPY 'PARCREC.cob'.
       FD  MENSALID-FILE.
           COPY 'MENSREC.cob'.
       FD  METPAG-FILE.
           COPY 'MPAGREC.cob'.
       FD  ADQLIQ-FILE.
           COPY 'LIQREC.cob'.
       FD  TITPAGAR-FILE.
           COPY 'TITPREC.cob'.
       FD  DESPPEND-FILE.
           COPY 'DESPREC.cob'.
       FD  COMPAY-FILE.
           COPY 'CPAYREC.cob'.
       FD  PROJCX-FILE.
           COPY 'PRJCREC.cob'.
       FD  COBRSNAP-FILE.
           COPY 'CSNPREC.cob'.
       FD  COBRTAX-FILE.
           COPY 'CTAXREC.cob'.
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
       77 WRK-FS-MENSALID PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MENSALID==.
       77 WRK-FS-METPAG   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-METPAG==.
       77 WRK-FS-ADQLIQ   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ADQLIQ==.
       77 WRK-FS-TITPAGAR PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-TITPAGAR==.
       77 WRK-FS-DESPPEND PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-DESPPEND==.
       77 WRK-FS-COMPAY   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-COMPAY==.
       77 WRK-FS-PROJCX   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PROJCX==.
       77 WRK-FS-COBRSNAP PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-COBRSNAP==.
       77 WRK-FS-COBRTAX  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-COBRTAX==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-SW-COMPARAR PIC X(01) VALUE 'N'.
           88 WRK-COMPARAR  VALUE 'S'.
       77 WRK-SW-ADQLIQ   PIC X(01) VALUE 'N'.
           88 WRK-ADQLIQ-ABERTO VALUE 'S'.
       77 WRK-SW-RECEBIVEIS PIC X(01) VALUE 'N'.
           88 WRK-PARCELAS-ABERTO VALUE 'S'.
       77 WRK-SW-MENSALID PIC X(01) VALUE 'N'.
           88 WRK-MENSALID-ABERTO VALUE 'S'.
       77 WRK-SW-DEVEDOR  PIC X(01) VALUE 'N'.
           88 WRK-SALDO-DEVEDOR VALUE 'S' 's'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ANTERIOR PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-EVENTO PIC 9(08) VALUE ZEROS.
       77 WRK-SERIAL-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-LIMITE PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-SERIAL.
           02 WRK-SER-ANO PIC 9(04).
           02 WRK-SER-MES PIC 9(02).
           02 WRK-SER-DIA PIC 9(02).
       77 WRK-SERIAL-SAIDA PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC S9(05) VALUE ZEROS.
       77 WRK-DIA-VENC    PIC 9(02) VALUE 10.
       77 WRK-DIA-FOLHA   PIC 9(02) VALUE 5.
       77 WRK-MDR-BPS     PIC 9(05) VALUE 200.
       77 WRK-PRAZO-CARTAO PIC 9(03) VALUE 30.
       77 WRK-ANO-PGTO    PIC 9(04) VALUE ZEROS.
       77 WRK-MES-PGTO    PIC 9(02) VALUE ZEROS.
       77 WRK-SALDO-DIGITADO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-ABERTURA PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-ITEM  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-ATUAL PIC S9(09)V99 VALUE ZEROS.
       77 WRK-RECEBIDO    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-ESPERADO    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-FAIXA       PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-SEM     PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-CAT     PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-FX      PIC 9(01) VALUE ZEROS.
       77 WRK-QTD-ANT     PIC 9(02) VALUE ZEROS.
       77 WRK-MENS-VENCIDAS PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-BLOQUEADO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PREV-LIQUIDO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-REAL-LIQUIDO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-REAL-SALDO  PIC S9(11)V99 VALUE ZEROS.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-DIA-UTIL.
           02 WRK-DU-FUNCAO    PIC X(01).
           02 WRK-DU-DATA      PIC 9(08).
           02 WRK-DU-RESULTADO PIC X(01).
           02 WRK-DU-PROXIMA   PIC 9(08).
           02 WRK-DU-REGIAO    PIC 9(02).
           02 WRK-DU-DIAS      PIC 9(03).
       01 WRK-TAB-SEMANAS.
           02 WRK-SEM-ENTRADA OCCURS 14 TIMES.
               03 WRK-SEM-INICIO    PIC 9(08).
               03 WRK-SEM-SALDO-INI PIC S9(11)V99.
               03 WRK-SEM-VALOR     PIC S9(11)V99 OCCURS 6 TIMES.
               03 WRK-SEM-ENTRADAS  PIC S9(11)V99.
               03 WRK-SEM-SAIDAS    PIC S9(11)V99.
               03 WRK-SEM-SALDO-FIM PIC S9(11)V99.
       01 WRK-TAB-ANTERIOR.
           02 WRK-ANT-ENTRADA OCCURS 13 TIMES.
               03 WRK-ANT-INICIO    PIC 9(08).
               03 WRK-ANT-SALDO-INI PIC S9(11)V99.
               03 WRK-ANT-VALOR     PIC S9(11)V99 OCCURS 6 TIMES.
               03 WRK-ANT-SALDO-FIM PIC S9(11)V99.
       01 WRK-TAB-COMPARACAO.
           02 WRK-CMP-ENTRADA OCCURS 6 TIMES.
               03 WRK-CMP-PREVISTO  PIC S9(11)V99.
               03 WRK-CMP-REALIZADO PIC S9(11)V99.
       01 WRK-TAB-CATEGORIAS.
           02 FILLER PIC X(13) VALUE 'PARCELAS    E'.
           02 FILLER PIC X(13) VALUE 'MENSALIDADESE'.
           02 FILLER PIC X(13) VALUE 'CARTOES     E'.
           02 FILLER PIC X(13) VALUE 'FORNECEDORESS'.
           02 FILLER PIC X(13) VALUE 'DESPESAS    S'.
           02 FILLER PIC X(13) VALUE 'COMISSOES   S'.
       01 WRK-TAB-CATEGORIAS-R REDEFINES WRK-TAB-CATEGORIAS.
           02 WRK-CAT-ENTRADA OCCURS 6 TIMES.
               03 WRK-CAT-NOME    PIC X(12).
               03 WRK-CAT-SENTIDO PIC X(01).
                   88 WRK-CAT-ENTRA VALUE 'E'.
       01 WRK-TAB-TAXAS.
           02 WRK-TX-ENTRADA OCCURS 5 TIMES.
               03 WRK-TX-BASE     PIC 9(13)V99.
               03 WRK-TX-RECEB    PIC 9(13)V99.
               03 WRK-TX-TAXA     PIC 9V9999.
               03 WRK-TX-ORIGEM   PIC X(08).
               03 WRK-TX-ABERTO   PIC S9(11)V99.
               03 WRK-TX-ESPERADO PIC S9(11)V99.
       01 WRK-TX-PADRAO-VAL   PIC X(25)
                              VALUE '0950006000035000200000500'.
       01 WRK-TX-PADRAO-R REDEFINES WRK-TX-PADRAO-VAL.
           02 WRK-TX-PADRAO   PIC 9V9999 OCCURS 5 TIMES.
       01 WRK-TAB-FAIXAS.
           02 FILLER PIC X(12) VALUE 'A VENCER'.
           02 FILLER PIC X(12) VALUE 'ATE 30 DIAS'.
           02 FILLER PIC X(12) VALUE 'ATE 60 DIAS'.
           02 FILLER PIC X(12) VALUE 'ATE 90 DIAS'.
           02 FILLER PIC X(12) VALUE 'MAIS DE 90'.
       01 WRK-TAB-FAIXAS-R REDEFINES WRK-TAB-FAIXAS.
           02 WRK-FX-NOME     PIC X(12) OCCURS 5 TIMES.
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-TAXA.
           02 WRK-LX-FAIXA    PIC X(12).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LX-ABERTO   PIC -ZZZZZZZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LX-TAXA     PIC ZZ9,99.
           02 FILLER          PIC X(02) VALUE '% '.
           02 WRK-LX-ESPERADO PIC -ZZZZZZZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LX-ORIGEM   PIC X(08).
           02 FILLER          PIC X(13) VALUE SPACES.
       01 WRK-LINHA-SALDO.
           02 WRK-LS-SEMANA   PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LS-INICIO   PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LS-SALDO-INI PIC -ZZZZZZZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LS-ENTRADAS PIC -ZZZZZZZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LS-SAIDAS   PIC -ZZZZZZZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LS-SALDO-FIM PIC -ZZZZZZZZ9,99.
           02 FILLER          PIC X(03) VALUE SPACES.
       01 WRK-LINHA-CATEG.
           02 WRK-LG-SEMANA   PIC X(02).
           02 WRK-LG-COLUNA OCCURS 6 TIMES.
               03 FILLER      PIC X(01).
               03 WRK-LG-VALOR PIC -ZZZZZZZZ9.
           02 FILLER          PIC X(02).
       01 WRK-LINHA-VARIACAO.
           02 WRK-LV-ROTULO   PIC X(24).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LV-PREVISTO PIC -ZZZZZZZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LV-REALIZADO PIC -ZZZZZZZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LV-DIFERENCA PIC -ZZZZZZZZ9,99.
           02 FILLER          PIC X(04) VALUE SPACES.
       01 WRK-LINHA-MEMO.
           02 WRK-LM-ROTULO   PIC X(40).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LM-VALOR    PIC -ZZZZZZZZ9,99.
           02 FILLER          PIC X(16) VALUE SPACES.
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
           PERFORM 0130-LER-PROJECAO-ANTERIOR.
           PERFORM 0140-CARREGAR-TAXAS.
           PERFORM 0150-ABRIR-RECEBIVEIS.
           IF WRK-COMPARAR
                   PERFORM 0155-APURAR-RECEBIDO
           END-IF.
           PERFORM 0147-CALCULAR-TAXAS.
           OPEN OUTPUT COBRSNAP-FILE.
           PERFORM 0160-PROJETAR-PARCELAS.
           PERFORM 0170-PROJETAR-MENSALIDADES.
           CLOSE COBRSNAP-FILE.
           IF WRK-PARCELAS-ABERTO
                   CLOSE PARCELAS-FILE
           END-IF.
           IF WRK-MENSALID-ABERTO
                   CLOSE MENSALID-FILE
           END-IF.
           PERFORM 0200-PROJETAR-CARTOES.
           PERFORM 0220-PROJETAR-FORNECEDORES.
           PERFORM 0230-PROJETAR-DESPESAS.
           PERFORM 0240-PROJETAR-COMISSOES.
           PERFORM 0250-CALCULAR-SALDOS.
           PERFORM 0260-IMPRIMIR-PROJECAO.
           IF WRK-COMPARAR
                   PERFORM 0270-IMPRIMIR-VARIACAO
           END-IF.
           PERFORM 0280-GRAVAR-PROJECAO.
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
           MOVE 'MENS-DIA-VENC' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
              AND WRK-CF-VALOR-NUM < 29
                   MOVE WRK-CF-VALOR-NUM TO WRK-DIA-VENC
           END-IF.
           MOVE 'FOLHA-DIA-PGTO' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
              AND WRK-CF-VALOR-NUM < 29
                   MOVE WRK-CF-VALOR-NUM TO WRK-DIA-FOLHA
           END-IF.
           MOVE 'ADQ-MDR-BPS' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM < 10000
                   MOVE WRK-CF-VALOR-NUM TO WRK-MDR-BPS
           END-IF.
           MOVE 'ADQ-PRAZO-DIAS' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
              AND WRK-CF-VALOR-NUM < 366
                   MOVE WRK-CF-VALOR-NUM TO WRK-PRAZO-CARTAO
           END-IF.
           DISPLAY 'SALDO DE CAIXA INICIAL EM CENTAVOS '
                   '(EX: 0000012345000): '.
           ACCEPT WRK-SALDO-DIGITADO FROM CONSOLE.
           DISPLAY 'SALDO DEVEDOR (S/N): '.
           ACCEPT WRK-SW-DEVEDOR FROM CONSOLE.
           IF WRK-SALDO-DEVEDOR
                   COMPUTE WRK-SALDO-ABERTURA = 0 - WRK-SALDO-DIGITADO
           ELSE
                   MOVE WRK-SALDO-DIGITADO TO WRK-SALDO-ABERTURA
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-DATA-SERIAL.
           PERFORM 0185-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-HOJE.
           INITIALIZE WRK-TAB-SEMANAS WRK-TAB-ANTERIOR
                      WRK-TAB-COMPARACAO WRK-TAB-TAXAS.
           PERFORM 0120-MONTAR-SEMANAS.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'PROJECAO DE CAIXA' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
       0120-MONTAR-SEMANAS.
           MOVE WRK-DATA-HOJE TO WRK-SEM-INICIO(1).
           MOVE 1 TO WRK-IDX-SEM.
           PERFORM 0125-PROXIMA-SEMANA UNTIL WRK-IDX-SEM >= 14.
       0125-PROXIMA-SEMANA.
           MOVE 'S'   TO WRK-DU-FUNCAO.
           MOVE WRK-SEM-INICIO(WRK-IDX-SEM) TO WRK-DU-DATA.
           MOVE 7     TO WRK-DU-DIAS.
           MOVE ZEROS TO WRK-DU-REGIAO.
           CALL 'PROGCOB40' USING WRK-DIA-UTIL.
           ADD 1 TO WRK-IDX-SEM.
           MOVE WRK-DU-PROXIMA TO WRK-SEM-INICIO(WRK-IDX-SEM).
       0130-LER-PROJECAO-ANTERIOR.
           MOVE ZEROS TO WRK-QTD-ANT.
           OPEN INPUT PROJCX-FILE.
           IF WRK-FS-PROJCX-OK
                   PERFORM 0135-LER-SEMANA-ANTERIOR
                           UNTIL WRK-FS-PROJCX = '10'
                   CLOSE PROJCX-FILE
           END-IF.
           IF WRK-QTD-ANT > ZEROS
                   IF WRK-ANT-INICIO(1) < WRK-DATA-HOJE
                           MOVE 'S' TO WRK-SW-COMPARAR
                           MOVE WRK-ANT-INICIO(1) TO WRK-DATA-ANTERIOR
                           MOVE ZEROS TO WRK-IDX-SEM
                           PERFORM 0137-SOMAR-SEMANA-ANTERIOR
                                   UNTIL WRK-IDX-SEM >= 13
                   ELSE
                           DISPLAY 'PROJECAO ANTERIOR DE '
                                   WRK-ANT-INICIO(1)
                                   ' - SEM VARIACAO NESTA RODADA'
                   END-IF
           END-IF.
       0135-LER-SEMANA-ANTERIOR.
           READ PROJCX-FILE
               AT END
                   MOVE '10' TO WRK-FS-PROJCX
               NOT AT END
                   IF PRJ-SEMANA > ZEROS AND PRJ-SEMANA < 14
                           ADD 1 TO WRK-QTD-ANT
                           MOVE PRJ-SEMANA TO WRK-IDX-SEM
                           MOVE PRJ-INICIO
                               TO WRK-ANT-INICIO(WRK-IDX-SEM)
                           MOVE PRJ-SALDO-INICIAL
                               TO WRK-ANT-SALDO-INI(WRK-IDX-SEM)
                           MOVE PRJ-SALDO-FINAL
                               TO WRK-ANT-SALDO-FIM(WRK-IDX-SEM)
                           MOVE ZEROS TO WRK-IDX-CAT
                           PERFORM 0136-GUARDAR-VALOR-ANTERIOR
                                   UNTIL WRK-IDX-CAT >= 6
                   END-IF
           END-READ.
       0136-GUARDAR-VALOR-ANTERIOR.
           ADD 1 TO WRK-IDX-CAT.
           MOVE PRJ-VALOR(WRK-IDX-CAT)
               TO WRK-ANT-VALOR(WRK-IDX-SEM WRK-IDX-CAT).
       0137-SOMAR-SEMANA-ANTERIOR.
           ADD 1 TO WRK-IDX-SEM.
           IF WRK-ANT-INICIO(WRK-IDX-SEM) > ZEROS
              AND WRK-ANT-INICIO(WRK-IDX-SEM) < WRK-DATA-HOJE
                   MOVE ZEROS TO WRK-IDX-CAT
                   PERFORM 0138-SOMAR-PREVISTO
                           UNTIL WRK-IDX-CAT >= 6
           END-IF.
       0138-SOMAR-PREVISTO.
           ADD 1 TO WRK-IDX-CAT.
           ADD WRK-ANT-VALOR(WRK-IDX-SEM WRK-IDX-CAT)
               TO WRK-CMP-PREVISTO(WRK-IDX-CAT).
       0140-CARREGAR-TAXAS.
           OPEN INPUT COBRTAX-FILE.
           IF WRK-FS-COBRTAX-OK
                   PERFORM 0145-LER-TAXA
                           UNTIL WRK-FS-COBRTAX = '10'
                   CLOSE COBRTAX-FILE
           END-IF.
       0145-LER-TAXA.
           READ COBRTAX-FILE
               AT END
                   MOVE '10' TO WRK-FS-COBRTAX
               NOT AT END
                   IF CTX-FAIXA > ZEROS AND CTX-FAIXA < 6
                           MOVE CTX-BASE
                               TO WRK-TX-BASE(CTX-FAIXA)
                           MOVE CTX-RECEBIDO
                               TO WRK-TX-RECEB(CTX-FAIXA)
                   END-IF
           END-READ.
       0147-CALCULAR-TAXAS.
           MOVE ZEROS TO WRK-IDX-FX.
           PERFORM 0148-CALCULAR-TAXA-FAIXA UNTIL WRK-IDX-FX >= 5.
       0148-CALCULAR-TAXA-FAIXA.
           ADD 1 TO WRK-IDX-FX.
           IF WRK-TX-BASE(WRK-IDX-FX) > ZEROS
                   IF WRK-TX-RECEB(WRK-IDX-FX)
                      < WRK-TX-BASE(WRK-IDX-FX)
                           COMPUTE WRK-TX-TAXA(WRK-IDX-FX) ROUNDED =
                                   WRK-TX-RECEB(WRK-IDX-FX)
                                   / WRK-TX-BASE(WRK-IDX-FX)
                   ELSE
                           MOVE 1 TO WRK-TX-TAXA(WRK-IDX-FX)
                   END-IF
                   MOVE 'HISTOR.' TO WRK-TX-ORIGEM(WRK-IDX-FX)
           ELSE
                   MOVE WRK-TX-PADRAO(WRK-IDX-FX)
                       TO WRK-TX-TAXA(WRK-IDX-FX)
                   MOVE 'PADRAO' TO WRK-TX-ORIGEM(WRK-IDX-FX)
           END-IF.
       0150-ABRIR-RECEBIVEIS.
           OPEN INPUT PARCELAS-FILE.
           IF WRK-FS-PARCELAS-OK
                   MOVE 'S' TO WRK-SW-RECEBIVEIS
           ELSE
                   DISPLAY 'PARCELAS.DAT NAO ENCONTRADO'
           END-IF.
           OPEN INPUT MENSALID-FILE.
           IF WRK-FS-MENSALID-OK
                   MOVE 'S' TO WRK-SW-MENSALID
           ELSE
                   DISPLAY 'MENSALID.DAT NAO ENCONTRADO'
           END-IF.
       0155-APURAR-RECEBIDO.
           OPEN INPUT COBRSNAP-FILE.
           IF WRK-FS-COBRSNAP-OK
                   PERFORM 0156-CONFERIR-FOTO
                           UNTIL WRK-FS-COBRSNAP = '10'
                   CLOSE COBRSNAP-FILE
           END-IF.
       0156-CONFERIR-FOTO.
           READ COBRSNAP-FILE
               AT END
                   MOVE '10' TO WRK-FS-COBRSNAP
               NOT AT END
                   IF CSN-PARCELA AND WRK-PARCELAS-ABERTO
                           PERFORM 0157-CONFERIR-PARCELA
                   END-IF
                   IF CSN-MENSALIDADE AND WRK-MENSALID-ABERTO
                           PERFORM 0158-CONFERIR-MENSALIDADE
                   END-IF
           END-READ.
       0157-CONFERIR-PARCELA.
           MOVE CSN-CHAVE TO PAR-CHAVE.
           READ PARCELAS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PAR-BAIXADA
                           MOVE CSN-SALDO TO WRK-SALDO-ATUAL
                   ELSE
                           COMPUTE WRK-SALDO-ATUAL = PAR-VALOR
                                   - PAR-VALOR-PAGO
                   END-IF
                   COMPUTE WRK-RECEBIDO = CSN-SALDO - WRK-SALDO-ATUAL
                   IF WRK-RECEBIDO < ZEROS
                           MOVE ZEROS TO WRK-RECEBIDO
                   END-IF
                   IF CSN-FAIXA > ZEROS AND CSN-FAIXA < 6
                           ADD CSN-SALDO
                               TO WRK-TX-BASE(CSN-FAIXA)
                           ADD WRK-RECEBIDO
                               TO WRK-TX-RECEB(CSN-FAIXA)
                   END-IF
                   ADD WRK-RECEBIDO TO WRK-CMP-REALIZADO(1)
           END-READ.
       0158-CONFERIR-MENSALIDADE.
           MOVE CSN-CHAVE(1:11) TO MEN-CHAVE.
           READ MENSALID-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MEN-QUITADA
                           MOVE ZEROS TO WRK-SALDO-ATUAL
                   ELSE
                           COMPUTE WRK-SALDO-ATUAL = MEN-VALOR
                                   - MEN-PAGO
                   END-IF
                   COMPUTE WRK-RECEBIDO = CSN-SALDO - WRK-SALDO-ATUAL
                   IF WRK-RECEBIDO > ZEROS
                           ADD WRK-RECEBIDO TO WRK-CMP-REALIZADO(2)
                   END-IF
           END-READ.
       0160-PROJETAR-PARCELAS.
           IF WRK-PARCELAS-ABERTO
                   MOVE 'N' TO WRK-SW-FIM
                   MOVE LOW-VALUES TO PAR-CHAVE
                   START PARCELAS-FILE KEY IS >= PAR-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM
                   END-START
                   PERFORM 0165-LER-PARCELA UNTIL WRK-FIM-VARRE
           END-IF.
       0165-LER-PARCELA.
           READ PARCELAS-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF PAR-ABERTA
                           PERFORM 0167-PROJETAR-PARCELA
                   END-IF
           END-READ.
       0167-PROJETAR-PARCELA.
           COMPUTE WRK-SALDO-ITEM = PAR-VALOR - PAR-VALOR-PAGO.
           IF WRK-SALDO-ITEM > ZEROS
                   ADD 1 TO WRK-CONTADOR
                   MOVE PAR-VENCIMENTO TO WRK-DATA-SERIAL
                   PERFORM 0185-CALCULAR-SERIAL
                   COMPUTE WRK-DIAS-ATRASO =
                           WRK-SERIAL-HOJE - WRK-SERIAL-SAIDA
                   EVALUATE TRUE
                           WHEN WRK-DIAS-ATRASO <= 0
                                     MOVE 1 TO WRK-FAIXA
                           WHEN WRK-DIAS-ATRASO <= 30
                                     MOVE 2 TO WRK-FAIXA
                           WHEN WRK-DIAS-ATRASO <= 60
                                     MOVE 3 TO WRK-FAIXA
                           WHEN WRK-DIAS-ATRASO <= 90
                                     MOVE 4 TO WRK-FAIXA
                           WHEN OTHER
                                     MOVE 5 TO WRK-FAIXA
                   END-EVALUATE
                   MOVE 'P'            TO CSN-TIPO
                   MOVE PAR-CHAVE      TO CSN-CHAVE
                   MOVE WRK-FAIXA      TO CSN-FAIXA
                   MOVE WRK-SALDO-ITEM TO CSN-SALDO
                   WRITE CSN-REGISTRO
                   ADD WRK-SALDO-ITEM TO WRK-TX-ABERTO(WRK-FAIXA)
                   COMPUTE WRK-ESPERADO ROUNDED = WRK-SALDO-ITEM
                           * WRK-TX-TAXA(WRK-FAIXA)
                   MOVE PAR-VENCIMENTO TO WRK-DATA-EVENTO
                   PERFORM 0180-LOCALIZAR-SEMANA
                   IF WRK-IDX-SEM > ZEROS
                           ADD WRK-ESPERADO
                               TO WRK-SEM-VALOR(WRK-IDX-SEM 1)
                           ADD WRK-ESPERADO
                               TO WRK-TX-ESPERADO(WRK-FAIXA)
                   END-IF
           END-IF.
       0170-PROJETAR-MENSALIDADES.
           IF WRK-MENSALID-ABERTO
                   MOVE 'N' TO WRK-SW-FIM
                   MOVE LOW-VALUES TO MEN-CHAVE
                   START MENSALID-FILE KEY IS >= MEN-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM
                   END-START
                   PERFORM 0175-LER-MENSALIDADE UNTIL WRK-FIM-VARRE
           END-IF.
       0175-LER-MENSALIDADE.
           READ MENSALID-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF MEN-ABERTA
                           PERFORM 0177-PROJETAR-MENSALIDADE
                   END-IF
           END-READ.
       0177-PROJETAR-MENSALIDADE.
           COMPUTE WRK-SALDO-ITEM = MEN-VALOR - MEN-PAGO.
           IF WRK-SALDO-ITEM > ZEROS
                   ADD 1 TO WRK-CONTADOR
                   MOVE SPACES         TO CSN-CHAVE
                   MOVE 'M'            TO CSN-TIPO
                   MOVE MEN-CHAVE      TO CSN-CHAVE
                   MOVE ZEROS          TO CSN-FAIXA
                   MOVE WRK-SALDO-ITEM TO CSN-SALDO
                   WRITE CSN-REGISTRO
                   COMPUTE WRK-DATA-EVENTO = (MEN-ANOMES * 100)
                           + WRK-DIA-VENC
                   IF WRK-DATA-EVENTO < WRK-DATA-HOJE
                           ADD WRK-SALDO-ITEM TO WRK-MENS-VENCIDAS
                   ELSE
                           IF MEN-DESC-PONTUAL < WRK-SALDO-ITEM
                                   SUBTRACT MEN-DESC-PONTUAL
                                       FROM WRK-SALDO-ITEM
                           END-IF
                           PERFORM 0180-LOCALIZAR-SEMANA
                           IF WRK-IDX-SEM > ZEROS
                                   ADD WRK-SALDO-ITEM
                                     TO WRK-SEM-VALOR(WRK-IDX-SEM 2)
                           END-IF
                   END-IF
           END-IF.
       0180-LOCALIZAR-SEMANA.
           MOVE ZEROS TO WRK-IDX-SEM.
           IF WRK-DATA-EVENTO < WRK-SEM-INICIO(14)
                   MOVE 1 TO WRK-IDX-SEM
                   PERFORM 0182-AVANCAR-SEMANA
                           UNTIL WRK-IDX-SEM >= 13
                              OR WRK-DATA-EVENTO
                                 < WRK-SEM-INICIO(WRK-IDX-SEM + 1)
           END-IF.
       0182-AVANCAR-SEMANA.
           ADD 1 TO WRK-IDX-SEM.
       0185-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL-SAIDA = (WRK-SER-ANO * 360)
                   + (WRK-SER-MES * 30) + WRK-SER-DIA.
       0200-PROJETAR-CARTOES.
           COMPUTE WRK-SERIAL-LIMITE = WRK-SERIAL-HOJE - 60.
           OPEN INPUT ADQLIQ-FILE.
           IF WRK-FS-ADQLIQ-OK
                   MOVE 'S' TO WRK-SW-ADQLIQ
           END-IF.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT METPAG-FILE.
           IF WRK-FS-METPAG-OK
                   PERFORM 0205-LER-METPAG UNTIL WRK-FIM-VARRE
           ELSE
                   DISPLAY 'METPAG.DAT NAO ENCONTRADO'
           END-IF.
           CLOSE METPAG-FILE.
           IF WRK-ADQLIQ-ABERTO
                   IF WRK-COMPARAR
                           MOVE 'N' TO WRK-SW-FIM
                           MOVE LOW-VALUES TO LIQ-CHAVE
                           START ADQLIQ-FILE KEY IS >= LIQ-CHAVE
                               INVALID KEY
                                   MOVE 'S' TO WRK-SW-FIM
                           END-START
                           PERFORM 0212-LER-LIQUIDACAO
                                   UNTIL WRK-FIM-VARRE
                   END-IF
                   CLOSE ADQLIQ-FILE
           END-IF.
       0205-LER-METPAG.
           READ METPAG-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF MPG-METODO = 'C' AND MPG-TOTAL > ZEROS
                           PERFORM 0207-CONFERIR-LIQUIDACAO
                   END-IF
           END-READ.
       0207-CONFERIR-LIQUIDACAO.
           MOVE MPG-DATA TO WRK-DATA-SERIAL.
           PERFORM 0185-CALCULAR-SERIAL.
           IF WRK-SERIAL-SAIDA >= WRK-SERIAL-LIMITE
                   IF WRK-ADQLIQ-ABERTO
                           MOVE MPG-LOJA TO LIQ-LOJA
                           MOVE MPG-DATA TO LIQ-DATA-VENDA
                           READ ADQLIQ-FILE
                               INVALID KEY
                                   PERFORM 0209-PREVER-LIQUIDACAO
                           END-READ
                   ELSE
                           PERFORM 0209-PREVER-LIQUIDACAO
                   END-IF
           END-IF.
       0209-PREVER-LIQUIDACAO.
           ADD 1 TO WRK-CONTADOR.
           MOVE 'S'              TO WRK-DU-FUNCAO.
           MOVE MPG-DATA         TO WRK-DU-DATA.
           MOVE WRK-PRAZO-CARTAO TO WRK-DU-DIAS.
           MOVE ZEROS            TO WRK-DU-REGIAO.
           CALL 'PROGCOB40' USING WRK-DIA-UTIL.
           IF WRK-DU-RESULTADO = 'S'
                   MOVE WRK-DU-PROXIMA TO WRK-DATA-EVENTO
           ELSE
                   MOVE WRK-DATA-HOJE  TO WRK-DATA-EVENTO
           END-IF.
           COMPUTE WRK-ESPERADO ROUNDED = MPG-TOTAL
                   * (10000 - WRK-MDR-BPS) / 10000.
           PERFORM 0180-LOCALIZAR-SEMANA.
           IF WRK-IDX-SEM > ZEROS
                   ADD WRK-ESPERADO TO WRK-SEM-VALOR(WRK-IDX-SEM 3)
           END-IF.
       0212-LER-LIQUIDACAO.
           READ ADQLIQ-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF LIQ-DATA-CREDITO >= WRK-DATA-ANTERIOR
                      AND LIQ-DATA-CREDITO < WRK-DATA-HOJE
                           ADD LIQ-LIQUIDO TO WRK-CMP-REALIZADO(3)
                   END-IF
           END-READ.
       0220-PROJETAR-FORNECEDORES.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT TITPAGAR-FILE.
           IF WRK-FS-TITPAGAR-OK
                   PERFORM 0225-LER-TITULO UNTIL WRK-FIM-VARRE
           ELSE
                   DISPLAY 'TITPAGAR.DAT NAO ENCONTRADO'
           END-IF.
           CLOSE TITPAGAR-FILE.
       0225-LER-TITULO.
           READ TITPAGAR-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF TPG-ABERTO OR TPG-BLOQUEADO
                           PERFORM 0227-PROJETAR-TITULO
                   END-IF
                   IF WRK-COMPARAR
                      AND TPG-VALOR-PAGO > ZEROS
                      AND TPG-DATA-PGTO >= WRK-DATA-ANTERIOR
                      AND TPG-DATA-PGTO < WRK-DATA-HOJE
                           ADD TPG-VALOR-PAGO TO WRK-CMP-REALIZADO(4)
                   END-IF
           END-READ.
       0227-PROJETAR-TITULO.
           COMPUTE WRK-SALDO-ITEM = TPG-VALOR - TPG-VALOR-PAGO.
           IF WRK-SALDO-ITEM > ZEROS
                   ADD 1 TO WRK-CONTADOR
                   IF TPG-BLOQUEADO
                           ADD WRK-SALDO-ITEM TO WRK-TOT-BLOQUEADO
                   END-IF
                   MOVE TPG-VENCIMENTO TO WRK-DATA-EVENTO
                   PERFORM 0180-LOCALIZAR-SEMANA
                   IF WRK-IDX-SEM > ZEROS
                           ADD WRK-SALDO-ITEM
                               TO WRK-SEM-VALOR(WRK-IDX-SEM 4)
                   END-IF
           END-IF.
       0230-PROJETAR-DESPESAS.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT DESPPEND-FILE.
           IF WRK-FS-DESPPEND-OK
                   PERFORM 0235-LER-DESPESA UNTIL WRK-FIM-VARRE
           ELSE
                   DISPLAY 'DESPPEND.DAT NAO ENCONTRADO'
           END-IF.
           CLOSE DESPPEND-FILE.
       0235-LER-DESPESA.
           READ DESPPEND-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF DSP-APROVADO
                           PERFORM 0237-PROJETAR-DESPESA
                   END-IF
           END-READ.
       0237-PROJETAR-DESPESA.
           IF DSP-DATA >= WRK-DATA-HOJE
                   ADD 1 TO WRK-CONTADOR
                   MOVE DSP-DATA TO WRK-DATA-EVENTO
                   PERFORM 0180-LOCALIZAR-SEMANA
                   IF WRK-IDX-SEM > ZEROS
                           ADD DSP-VALOR
                               TO WRK-SEM-VALOR(WRK-IDX-SEM 5)
                   END-IF
           ELSE
                   IF WRK-COMPARAR
                      AND DSP-DATA >= WRK-DATA-ANTERIOR
                           ADD DSP-VALOR TO WRK-CMP-REALIZADO(5)
                   END-IF
           END-IF.
       0240-PROJETAR-COMISSOES.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT COMPAY-FILE.
           IF WRK-FS-COMPAY-OK
                   PERFORM 0245-LER-COMISSAO UNTIL WRK-FIM-VARRE
           ELSE
                   DISPLAY 'COMPAY.OUT NAO ENCONTRADO'
           END-IF.
           CLOSE COMPAY-FILE.
       0245-LER-COMISSAO.
           READ COMPAY-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF CPY-VALOR > ZEROS
                           PERFORM 0247-PROJETAR-COMISSAO
                   END-IF
           END-READ.
       0247-PROJETAR-COMISSAO.
           DIVIDE CPY-ANOMES BY 100 GIVING WRK-ANO-PGTO
                   REMAINDER WRK-MES-PGTO.
           IF WRK-MES-PGTO >= 12
                   MOVE 1 TO WRK-MES-PGTO
                   ADD 1 TO WRK-ANO-PGTO
           ELSE
                   ADD 1 TO WRK-MES-PGTO
           END-IF.
           COMPUTE WRK-DATA-EVENTO = (WRK-ANO-PGTO * 10000)
                   + (WRK-MES-PGTO * 100) + WRK-DIA-FOLHA.
           IF WRK-DATA-EVENTO >= WRK-DATA-HOJE
                   ADD 1 TO WRK-CONTADOR
                   PERFORM 0180-LOCALIZAR-SEMANA
                   IF WRK-IDX-SEM > ZEROS
                           ADD CPY-VALOR
                               TO WRK-SEM-VALOR(WRK-IDX-SEM 6)
                   END-IF
           ELSE
                   IF WRK-COMPARAR
                      AND WRK-DATA-EVENTO >= WRK-DATA-ANTERIOR
                           ADD CPY-VALOR TO WRK-CMP-REALIZADO(6)
                   END-IF
           END-IF.
       0250-CALCULAR-SALDOS.
           MOVE WRK-SALDO-ABERTURA TO WRK-SEM-SALDO-INI(1).
           MOVE ZEROS TO WRK-IDX-SEM.
           PERFORM 0255-SALDO-SEMANA UNTIL WRK-IDX-SEM >= 13.
       0255-SALDO-SEMANA.
           ADD 1 TO WRK-IDX-SEM.
           COMPUTE WRK-SEM-ENTRADAS(WRK-IDX-SEM) =
                   WRK-SEM-VALOR(WRK-IDX-SEM 1)
                   + WRK-SEM-VALOR(WRK-IDX-SEM 2)
                   + WRK-SEM-VALOR(WRK-IDX-SEM 3).
           COMPUTE WRK-SEM-SAIDAS(WRK-IDX-SEM) =
                   WRK-SEM-VALOR(WRK-IDX-SEM 4)
                   + WRK-SEM-VALOR(WRK-IDX-SEM 5)
                   + WRK-SEM-VALOR(WRK-IDX-SEM 6).
           COMPUTE WRK-SEM-SALDO-FIM(WRK-IDX-SEM) =
                   WRK-SEM-SALDO-INI(WRK-IDX-SEM)
                   + WRK-SEM-ENTRADAS(WRK-IDX-SEM)
                   - WRK-SEM-SAIDAS(WRK-IDX-SEM).
           MOVE WRK-SEM-SALDO-FIM(WRK-IDX-SEM)
               TO WRK-SEM-SALDO-INI(WRK-IDX-SEM + 1).
       0260-IMPRIMIR-PROJECAO.
           MOVE 'TAXA DE RECEBIMENTO DAS PARCELAS POR FAIXA'
               TO WRK-LINHA-TITULO.
           PERFORM 0290-GRAVAR-TITULO.
           MOVE 'FAIXA         SALDO ABERTO   TAXA' TO WRK-LINHA-TITULO.
           MOVE 'ESPERADO ORIGEM' TO WRK-LINHA-TITULO(41:15).
           PERFORM 0290-GRAVAR-TITULO.
           MOVE ZEROS TO WRK-IDX-FX.
           PERFORM 0262-IMPRIMIR-TAXA UNTIL WRK-IDX-FX >= 5.
           MOVE 'SALDO DE CAIXA POR SEMANA' TO WRK-LINHA-TITULO.
           PERFORM 0290-GRAVAR-TITULO.
           MOVE 'SM INICIO   SALDO INICIAL      ENTRADAS'
               TO WRK-LINHA-TITULO.
           MOVE 'SAIDAS'      TO WRK-LINHA-TITULO(48:6).
           MOVE 'SALDO FINAL' TO WRK-LINHA-TITULO(57:11).
           PERFORM 0290-GRAVAR-TITULO.
           MOVE ZEROS TO WRK-IDX-SEM.
           PERFORM 0264-IMPRIMIR-SEMANA UNTIL WRK-IDX-SEM >= 13.
           MOVE 'FLUXO POR ORIGEM (ENTRADAS E SAIDAS)'
               TO WRK-LINHA-TITULO.
           PERFORM 0290-GRAVAR-TITULO.
           MOVE 'SM   PARCELAS  MENSALID.    CARTOES'
               TO WRK-LINHA-TITULO.
           MOVE 'FORNEC.'   TO WRK-LINHA-TITULO(40:7).
           MOVE 'DESPESAS'  TO WRK-LINHA-TITULO(50:8).
           MOVE 'COMISSOES' TO WRK-LINHA-TITULO(60:9).
           PERFORM 0290-GRAVAR-TITULO.
           MOVE ZEROS TO WRK-IDX-SEM.
           PERFORM 0266-IMPRIMIR-CATEGORIAS UNTIL WRK-IDX-SEM >= 13.
           MOVE 'MENSALIDADES VENCIDAS (FORA DA PROJECAO)'
               TO WRK-LM-ROTULO.
           MOVE WRK-MENS-VENCIDAS TO WRK-LM-VALOR.
           WRITE REP-LINHA FROM WRK-LINHA-MEMO.
           MOVE 'TITULOS BLOQUEADOS INCLUIDOS NAS SAIDAS'
               TO WRK-LM-ROTULO.
           MOVE WRK-TOT-BLOQUEADO TO WRK-LM-VALOR.
           WRITE REP-LINHA FROM WRK-LINHA-MEMO.
       0262-IMPRIMIR-TAXA.
           ADD 1 TO WRK-IDX-FX.
           MOVE WRK-FX-NOME(WRK-IDX-FX)     TO WRK-LX-FAIXA.
           MOVE WRK-TX-ABERTO(WRK-IDX-FX)   TO WRK-LX-ABERTO.
           COMPUTE WRK-LX-TAXA = WRK-TX-TAXA(WRK-IDX-FX) * 100.
           MOVE WRK-TX-ESPERADO(WRK-IDX-FX) TO WRK-LX-ESPERADO.
           MOVE WRK-TX-ORIGEM(WRK-IDX-FX)   TO WRK-LX-ORIGEM.
           WRITE REP-LINHA FROM WRK-LINHA-TAXA.
       0264-IMPRIMIR-SEMANA.
           ADD 1 TO WRK-IDX-SEM.
           MOVE WRK-IDX-SEM                    TO WRK-LS-SEMANA.
           MOVE WRK-SEM-INICIO(WRK-IDX-SEM)    TO WRK-LS-INICIO.
           MOVE WRK-SEM-SALDO-INI(WRK-IDX-SEM) TO WRK-LS-SALDO-INI.
           MOVE WRK-SEM-ENTRADAS(WRK-IDX-SEM)  TO WRK-LS-ENTRADAS.
           MOVE WRK-SEM-SAIDAS(WRK-IDX-SEM)    TO WRK-LS-SAIDAS.
           MOVE WRK-SEM-SALDO-FIM(WRK-IDX-SEM) TO WRK-LS-SALDO-FIM.
           WRITE REP-LINHA FROM WRK-LINHA-SALDO.
           DISPLAY WRK-LINHA-SALDO.
       0266-IMPRIMIR-CATEGORIAS.
           ADD 1 TO WRK-IDX-SEM.
           MOVE SPACES      TO WRK-LINHA-CATEG.
           MOVE WRK-IDX-SEM TO WRK-LG-SEMANA.
           MOVE ZEROS TO WRK-IDX-CAT.
           PERFORM 0268-MOVER-CATEGORIA UNTIL WRK-IDX-CAT >= 6.
           WRITE REP-LINHA FROM WRK-LINHA-CATEG.
       0268-MOVER-CATEGORIA.
           ADD 1 TO WRK-IDX-CAT.
           MOVE WRK-SEM-VALOR(WRK-IDX-SEM WRK-IDX-CAT)
               TO WRK-LG-VALOR(WRK-IDX-CAT).
       0270-IMPRIMIR-VARIACAO.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING 'REALIZADO X PROJECAO DE ' WRK-DATA-ANTERIOR
                  ' (SEMANAS JA INICIADAS)'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           PERFORM 0290-GRAVAR-TITULO.
           MOVE 'ORIGEM'    TO WRK-LINHA-TITULO.
           MOVE 'PREVISTO'  TO WRK-LINHA-TITULO(31:8).
           MOVE 'REALIZADO' TO WRK-LINHA-TITULO(44:9).
           MOVE 'DIFERENCA' TO WRK-LINHA-TITULO(58:9).
           PERFORM 0290-GRAVAR-TITULO.
           MOVE ZEROS TO WRK-PREV-LIQUIDO WRK-REAL-LIQUIDO.
           MOVE ZEROS TO WRK-IDX-CAT.
           PERFORM 0275-IMPRIMIR-VARIACAO-ORIGEM
                   UNTIL WRK-IDX-CAT >= 6.
           MOVE 'FLUXO LIQUIDO'  TO WRK-LV-ROTULO.
           MOVE WRK-PREV-LIQUIDO TO WRK-LV-PREVISTO.
           MOVE WRK-REAL-LIQUIDO TO WRK-LV-REALIZADO.
           COMPUTE WRK-LV-DIFERENCA = WRK-REAL-LIQUIDO
                   - WRK-PREV-LIQUIDO.
           WRITE REP-LINHA FROM WRK-LINHA-VARIACAO.
           DISPLAY WRK-LINHA-VARIACAO.
           COMPUTE WRK-REAL-SALDO = WRK-SALDO-ABERTURA
                   - WRK-ANT-SALDO-INI(1).
           MOVE 'VARIACAO DO SALDO CAIXA' TO WRK-LV-ROTULO.
           MOVE WRK-PREV-LIQUIDO TO WRK-LV-PREVISTO.
           MOVE WRK-REAL-SALDO   TO WRK-LV-REALIZADO.
           COMPUTE WRK-LV-DIFERENCA = WRK-REAL-SALDO
                   - WRK-PREV-LIQUIDO.
           WRITE REP-LINHA FROM WRK-LINHA-VARIACAO.
           DISPLAY WRK-LINHA-VARIACAO.
           MOVE 'MOVIMENTO SEM ORIGEM NA PROJECAO' TO WRK-LM-ROTULO.
           COMPUTE WRK-LM-VALOR = WRK-REAL-SALDO - WRK-REAL-LIQUIDO.
           WRITE REP-LINHA FROM WRK-LINHA-MEMO.
       0275-IMPRIMIR-VARIACAO-ORIGEM.
           ADD 1 TO WRK-IDX-CAT.
           MOVE WRK-CAT-NOME(WRK-IDX-CAT) TO WRK-LV-ROTULO.
           MOVE WRK-CMP-PREVISTO(WRK-IDX-CAT)  TO WRK-LV-PREVISTO.
           MOVE WRK-CMP-REALIZADO(WRK-IDX-CAT) TO WRK-LV-REALIZADO.
           COMPUTE WRK-LV-DIFERENCA = WRK-CMP-REALIZADO(WRK-IDX-CAT)
                   - WRK-CMP-PREVISTO(WRK-IDX-CAT).
           WRITE REP-LINHA FROM WRK-LINHA-VARIACAO.
           IF WRK-CAT-ENTRA(WRK-IDX-CAT)
                   ADD WRK-CMP-PREVISTO(WRK-IDX-CAT)
                       TO WRK-PREV-LIQUIDO
                   ADD WRK-CMP-REALIZADO(WRK-IDX-CAT)
                       TO WRK-REAL-LIQUIDO
           ELSE
                   SUBTRACT WRK-CMP-PREVISTO(WRK-IDX-CAT)
                       FROM WRK-PREV-LIQUIDO
                   SUBTRACT WRK-CMP-REALIZADO(WRK-IDX-CAT)
                       FROM WRK-REAL-LIQUIDO
           END-IF.
       0280-GRAVAR-PROJECAO.
           OPEN OUTPUT PROJCX-FILE.
           MOVE ZEROS TO WRK-IDX-SEM.
           PERFORM 0282-GRAVAR-SEMANA UNTIL WRK-IDX-SEM >= 13.
           CLOSE PROJCX-FILE.
           OPEN OUTPUT COBRTAX-FILE.
           MOVE ZEROS TO WRK-IDX-FX.
           PERFORM 0286-GRAVAR-TAXA UNTIL WRK-IDX-FX >= 5.
           CLOSE COBRTAX-FILE.
       0282-GRAVAR-SEMANA.
           ADD 1 TO WRK-IDX-SEM.
           MOVE WRK-IDX-SEM                    TO PRJ-SEMANA.
           MOVE WRK-SEM-INICIO(WRK-IDX-SEM)    TO PRJ-INICIO.
           MOVE WRK-SEM-SALDO-INI(WRK-IDX-SEM) TO PRJ-SALDO-INICIAL.
           MOVE WRK-SEM-SALDO-FIM(WRK-IDX-SEM) TO PRJ-SALDO-FINAL.
           MOVE ZEROS TO WRK-IDX-CAT.
           PERFORM 0284-GRAVAR-VALOR UNTIL WRK-IDX-CAT >= 6.
           WRITE PRJ-REGISTRO.
       0284-GRAVAR-VALOR.
           ADD 1 TO WRK-IDX-CAT.
           MOVE WRK-SEM-VALOR(WRK-IDX-SEM WRK-IDX-CAT)
               TO PRJ-VALOR(WRK-IDX-CAT).
       0286-GRAVAR-TAXA.
           ADD 1 TO WRK-IDX-FX.
           MOVE WRK-IDX-FX               TO CTX-FAIXA.
           MOVE WRK-TX-BASE(WRK-IDX-FX)  TO CTX-BASE.
           MOVE WRK-TX-RECEB(WRK-IDX-FX) TO CTX-RECEBIDO.
           MOVE WRK-DATA-HOJE            TO CTX-DATA.
           WRITE CTX-REGISTRO.
       0290-GRAVAR-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           MOVE SPACES TO WRK-LINHA-TITULO.
       0300-FINALIZAR.
           CLOSE REPORT-FILE.
           DISPLAY 'ITENS PROJETADOS ===> ' WRK-CONTADOR.
           DISPLAY 'SALDO FINAL DA SEMANA 13 ===> '
                   WRK-SEM-SALDO-FIM(13).
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB171' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB171' TO OPLOG-PROGRAMA.
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
