       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB158.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = FATURAMENTO MENSAL DE ROYALTY E FUNDO DE
      *            MARKETING DAS LOJAS FRANQUIA
      * DATA = XX/XX/XXXX
      * 204 - PARA CADA CONTRATO VIGENTE DE FRANQUIA.DAT
      *       (LOJA COM MODELO 'F' NO MESTRE) APURA A VENDA
      *       LIQUIDA DO MES FECHADO EM SALESHST.DAT (TOTAL
      *       MENOS IMPOSTO), CALCULA O ROYALTY (COM A TAXA
      *       MINIMA DO CONTRATO) E O FUNDO DE MARKETING,
      *       GRAVA A FATURA EM FATFRQ.OUT E NO RELATORIO,
      *       INCLUI A PARCELA A RECEBER DO FRANQUEADO EM
      *       PARCELAS.DAT (DATA = ULTIMO DIA DO MES,
      *       TICKET = AAAAMM) E LANCA NO GLJOURNAL.DAT
      *       PELAS LINHAS 'ROY' E 'FMK' DO GLMAP.DAT.
      *       LOJA COM O MES AINDA NAO FECHADO OU SEM LINHA
      *       NO GLMAP FICA PENDENTE; PARCELA JA EXISTENTE
      *       PARA O MES IMPEDE FATURAR DUAS VEZES
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRANQUIA-FILE ASSIGN TO 'FRANQUIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRQ-LOJA
               FILE STATUS IS WRK-FS-FRANQUIA.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WRK-FS-MASTER.
           SELECT CUSTMST-FILE ASSIGN TO 'CUSTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-CUSTMST.
           SELECT SALESHST-FILE ASSIGN TO 'SALESHST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHST-CHAVE
               FILE STATUS IS WRK-FS-SALESHST.
           SELECT PARCELAS-FILE ASSIGN TO 'PARCELAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WRK-FS-PARCELAS.
           SELECT GLMAP-FILE ASSIGN TO 'GLMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLMAP.
           SELECT GLJOURNAL-FILE ASSIGN TO 'GLJOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLJOURNAL.
           SELECT FATURA-FILE ASSIGN TO 'FATFRQ.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATURA.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB158.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  FRANQUIA-FILE.
           COPY 'FRQREC.cob'.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  CUSTMST-FILE.
           COPY 'CUSTREC.cob'.
       FD  SALESHST-FILE.
           COPY 'SHSTREC.cob'.
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
       FD  FATURA-FILE.
       01  FTF-REGISTRO.
           02 FTF-LOJA          PIC 9(03).
           02 FTF-CLIENTE       PIC 9(06).
           02 FTF-ANOMES        PIC 9(06).
           02 FTF-EMISSAO       PIC 9(08).
           02 FTF-VENCIMENTO    PIC 9(08).
           02 FTF-VENDA-LIQ     PIC S9(11)V99.
           02 FTF-PERC-ROYALTY  PIC 9(02)V99.
           02 FTF-ROYALTY       PIC 9(09)V99.
           02 FTF-PERC-FUNDO    PIC 9(02)V99.
           02 FTF-FUNDO         PIC 9(09)V99.
           02 FTF-TOTAL         PIC 9(09)V99.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-FRANQUIA PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-FRANQUIA==.
       77 WRK-FS-MASTER   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-FS-CUSTMST  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTMST==.
       77 WRK-FS-SALESHST PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SALESHST==.
       77 WRK-FS-PARCELAS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PARCELAS==.
       77 WRK-FS-GLMAP    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-GLMAP==.
       77 WRK-FS-GLJOURNAL PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-GLJOURNAL==.
       77 WRK-FS-FATURA   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-FATURA==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-FATURAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-JA-FATURADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LANCTOS PIC 9(05) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-SW-FATURAR  PIC X(01) VALUE 'N'.
           88 WRK-PODE-FATURAR VALUE 'S'.
       77 WRK-SW-MINIMO   PIC X(01) VALUE 'N'.
           88 WRK-APLICOU-MINIMO VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 WRK-MES-CONTABIL.
           02 WRK-MC-ANO  PIC 9(04).
           02 WRK-MC-MES  PIC 9(02).
       77 WRK-ANOMES      PIC 9(06) VALUE ZEROS.
       77 WRK-INICIO-MES  PIC 9(08) VALUE ZEROS.
       01 WRK-TAB-DIAS-MES.
           02 FILLER      PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-TAB-DIAS-MES-R REDEFINES WRK-TAB-DIAS-MES.
           02 WRK-DM-DIAS PIC 9(02) OCCURS 12 TIMES.
       01 WRK-POST-DATA.
           02 WRK-PD-ANO  PIC 9(04).
           02 WRK-PD-MES  PIC 9(02).
           02 WRK-PD-DIA  PIC 9(02).
       77 WRK-BIS-QUOC    PIC 9(04) VALUE ZEROS.
       77 WRK-BIS-RESTO4  PIC 9(03) VALUE ZEROS.
       77 WRK-BIS-RESTO100 PIC 9(03) VALUE ZEROS.
       77 WRK-BIS-RESTO400 PIC 9(03) VALUE ZEROS.
       77 WRK-PRAZO-PADRAO PIC 9(03) VALUE 10.
       77 WRK-MOTIVO      PIC X(30) VALUE SPACES.
       77 WRK-NOME-CLIENTE PIC X(20) VALUE SPACES.
       77 WRK-VENDA-LIQ   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ROYALTY     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FUNDO       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-FATURA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VENCIMENTO  PIC 9(08) VALUE ZEROS.
       77 WRK-TOT-VENDA-LIQ PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-ROYALTY PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FUNDO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FATURADO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-LANCTO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CONTA-ROY-D PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-ROY-C PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-FMK-D PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-FMK-C PIC 9(08) VALUE ZEROS.
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
       77 WRK-MAPA-LOJA   PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-DEBITO  PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-CREDITO PIC 9(08) VALUE ZEROS.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(40).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-DIA-UTIL.
           02 WRK-DU-FUNCAO    PIC X(01).
           02 WRK-DU-DATA      PIC 9(08).
           02 WRK-DU-RESULTADO PIC X(01).
           02 WRK-DU-PROXIMA   PIC 9(08).
           02 WRK-DU-REGIAO    PIC 9(02).
           02 WRK-DU-DIAS      PIC 9(03).
       01 WRK-PERIODO-GL.
           02 WRK-PGL-FUNCAO    PIC X(01).
           02 WRK-PGL-DATA      PIC 9(08).
           02 WRK-PGL-USUARIO   PIC 9(02).
           02 WRK-PGL-RESULTADO PIC X(01).
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-FATURA.
           02 FILLER          PIC X(12) VALUE 'FATURA LOJA '.
           02 WRK-LF-LOJA     PIC 9(03).
           02 FILLER          PIC X(12) VALUE ' FRANQUEADO '.
           02 WRK-LF-CLIENTE  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LF-NOME     PIC X(20).
           02 FILLER          PIC X(16) VALUE SPACES.
       01 WRK-LINHA-ITEM.
           02 WRK-LI-DESCRICAO PIC X(22).
           02 WRK-LI-PERC     PIC ZZ9,99.
           02 FILLER          PIC X(02) VALUE '% '.
           02 WRK-LI-VALOR    PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LI-OBS      PIC X(24).
       01 WRK-LINHA-VENDA.
           02 FILLER          PIC X(30) VALUE
              'VENDA LIQUIDA DO MES'.
           02 WRK-LV-VALOR    PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(25) VALUE SPACES.
       01 WRK-LINHA-TOTAL-FATURA.
           02 FILLER          PIC X(30) VALUE
              'TOTAL A PAGAR'.
           02 WRK-LT-VALOR    PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(12) VALUE ' VENCIMENTO '.
           02 WRK-LT-VENCTO   PIC 9(08).
           02 FILLER          PIC X(05) VALUE SPACES.
       01 WRK-LINHA-PENDENTE.
           02 FILLER          PIC X(05) VALUE 'LOJA '.
           02 WRK-LP-LOJA     PIC 9(03).
           02 FILLER          PIC X(03) VALUE ' - '.
           02 WRK-LP-MOTIVO   PIC X(30).
           02 FILLER          PIC X(29) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
           02 WRK-LTO-DESCRICAO PIC X(30).
           02 WRK-LTO-VALOR   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(22) VALUE SPACES.
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
       77 WRK-JRN-ARQUIVO  PIC X(08) VALUE SPACES.
       77 WRK-JRN-OPER     PIC X(02) VALUE SPACES.
       77 WRK-JRN-ANTES    PIC X(60) VALUE SPACES.
       77 WRK-JRN-DEPOIS   PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-FATURAR UNTIL WRK-FIM-VARRE.
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
           MOVE ZEROS TO WRK-MES-CONTABIL.
           PERFORM 0120-OBTER-MES
                   UNTIL WRK-MC-MES >= 1 AND WRK-MC-MES <= 12.
           MOVE WRK-MES-CONTABIL TO WRK-ANOMES.
           COMPUTE WRK-INICIO-MES = (WRK-ANOMES * 100) + 1.
           PERFORM 0150-CALCULAR-FIM-MES.
           MOVE 'FRQ-PRAZO-DIAS' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-PRAZO-PADRAO
           END-IF.
           PERFORM 0140-CARREGAR-MAPA.
           OPEN INPUT FRANQUIA-FILE.
           IF NOT WRK-FS-FRANQUIA-OK
                   DISPLAY 'FRANQUIA.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN INPUT MASTER-FILE.
           OPEN INPUT CUSTMST-FILE.
           OPEN INPUT SALESHST-FILE.
           OPEN I-O PARCELAS-FILE.
           IF WRK-FS-PARCELAS-ARQ-INEXISTENTE
                   CLOSE PARCELAS-FILE
                   OPEN OUTPUT PARCELAS-FILE
                   CLOSE PARCELAS-FILE
                   OPEN I-O PARCELAS-FILE
           END-IF.
           OPEN EXTEND GLJOURNAL-FILE.
           IF WRK-FS-GLJOURNAL-ARQ-INEXISTENTE
                   CLOSE GLJOURNAL-FILE
                   OPEN OUTPUT GLJOURNAL-FILE
           END-IF.
           OPEN OUTPUT FATURA-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'FATURAMENTO FRANQUIA' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE          TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- ROYALTY E FUNDO DE MARKETING - MES '
                  WRK-ANOMES ' ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
       0120-OBTER-MES.
           DISPLAY 'MES A FATURAR (AAAAMM, 000000 PARA O '
                   'MES ANTERIOR): '.
           ACCEPT  WRK-ANOMES FROM CONSOLE.
           IF WRK-ANOMES = ZEROS
                   MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-CONTABIL
                   IF WRK-MC-MES = 1
                           MOVE 12 TO WRK-MC-MES
                           SUBTRACT 1 FROM WRK-MC-ANO
                   ELSE
                           SUBTRACT 1 FROM WRK-MC-MES
                   END-IF
           ELSE
                   MOVE WRK-ANOMES TO WRK-MES-CONTABIL
           END-IF.
           IF WRK-MC-MES < 1 OR WRK-MC-MES > 12
                   DISPLAY 'MES INVALIDO'
           END-IF.
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
       0150-CALCULAR-FIM-MES.
           MOVE WRK-MC-ANO TO WRK-PD-ANO.
           MOVE WRK-MC-MES TO WRK-PD-MES.
           MOVE WRK-DM-DIAS(WRK-MC-MES) TO WRK-PD-DIA.
           IF WRK-MC-MES = 2
                   DIVIDE WRK-MC-ANO BY 4 GIVING WRK-BIS-QUOC
                           REMAINDER WRK-BIS-RESTO4
                   DIVIDE WRK-MC-ANO BY 100 GIVING WRK-BIS-QUOC
                           REMAINDER WRK-BIS-RESTO100
                   DIVIDE WRK-MC-ANO BY 400 GIVING WRK-BIS-QUOC
                           REMAINDER WRK-BIS-RESTO400
                   IF WRK-BIS-RESTO400 = 0
                      OR (WRK-BIS-RESTO4 = 0
                          AND WRK-BIS-RESTO100 NOT = 0)
                           MOVE 29 TO WRK-PD-DIA
                   END-IF
           END-IF.
       0200-FATURAR.
           READ FRANQUIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   ADD 1 TO WRK-CONTADOR
                   IF FRQ-DATA-INICIO <= WRK-POST-DATA
                      AND (FRQ-DATA-FIM = ZEROS
                           OR FRQ-DATA-FIM >= WRK-INICIO-MES)
                           PERFORM 0210-FATURAR-LOJA
                   END-IF
           END-READ.
       0210-FATURAR-LOJA.
           MOVE 'S'    TO WRK-SW-FATURAR.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 0220-VERIFICAR-LOJA.
           IF WRK-PODE-FATURAR
                   PERFORM 0230-OBTER-VENDA
           END-IF.
           IF WRK-PODE-FATURAR
                   PERFORM 0240-VERIFICAR-PARCELA
           END-IF.
           IF WRK-PODE-FATURAR
                   PERFORM 0250-OBTER-CONTAS
           END-IF.
           IF WRK-PODE-FATURAR
                   PERFORM 0260-CALCULAR-FATURA
                   PERFORM 0270-GRAVAR-PARCELA
                   PERFORM 0280-LANCAR-RAZAO
                   PERFORM 0290-EMITIR-FATURA
                   ADD 1 TO WRK-QTD-FATURAS
           ELSE
                   MOVE FRQ-LOJA   TO WRK-LP-LOJA
                   MOVE WRK-MOTIVO TO WRK-LP-MOTIVO
                   WRITE REP-LINHA FROM WRK-LINHA-PENDENTE
                   DISPLAY WRK-LINHA-PENDENTE
           END-IF.
       0220-VERIFICAR-LOJA.
           MOVE 'L'      TO MASTER-TIPO.
           MOVE FRQ-LOJA TO MASTER-CODIGO.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-SW-FATURAR
                   MOVE 'LOJA NAO CADASTRADA NO MESTRE'
                       TO WRK-MOTIVO
                   ADD 1 TO WRK-QTD-PENDENTES
               NOT INVALID KEY
                   IF NOT MASTER-FRANQUIA
                           MOVE 'N' TO WRK-SW-FATURAR
                           MOVE 'LOJA NAO E FRANQUIA NO MESTRE'
                               TO WRK-MOTIVO
                           ADD 1 TO WRK-QTD-PENDENTES
                   END-IF
           END-READ.
       0230-OBTER-VENDA.
           MOVE FRQ-LOJA   TO SHST-LOJA.
           MOVE WRK-MC-ANO TO SHST-ANO.
           MOVE WRK-MC-MES TO SHST-MES.
           READ SALESHST-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-SW-FATURAR
                   MOVE 'MES NAO FECHADO (PROGCOB24)'
                       TO WRK-MOTIVO
                   ADD 1 TO WRK-QTD-PENDENTES
               NOT INVALID KEY
                   COMPUTE WRK-VENDA-LIQ =
                           SHST-TOTAL - SHST-IMPOSTO
                   IF WRK-VENDA-LIQ < ZEROS
                           MOVE ZEROS TO WRK-VENDA-LIQ
                   END-IF
           END-READ.
       0240-VERIFICAR-PARCELA.
           MOVE FRQ-CLIENTE   TO PAR-CLIENTE.
           MOVE FRQ-LOJA      TO PAR-LOJA.
           MOVE WRK-POST-DATA TO PAR-DATA-VENDA.
           MOVE WRK-ANOMES    TO PAR-TICKET.
           MOVE 01            TO PAR-NUMERO.
           READ PARCELAS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WRK-SW-FATURAR
                   MOVE 'MES JA FATURADO' TO WRK-MOTIVO
                   ADD 1 TO WRK-QTD-JA-FATURADAS
           END-READ.
       0250-OBTER-CONTAS.
           MOVE FRQ-LOJA TO WRK-MAPA-LOJA.
           MOVE 'ROY'    TO WRK-MAPA-LINHA.
           PERFORM 0180-BUSCAR-MAPA.
           MOVE WRK-CONTA-DEBITO  TO WRK-CONTA-ROY-D.
           MOVE WRK-CONTA-CREDITO TO WRK-CONTA-ROY-C.
           IF WRK-MAPA-ACHADO
                   MOVE 'FMK' TO WRK-MAPA-LINHA
                   PERFORM 0180-BUSCAR-MAPA
                   MOVE WRK-CONTA-DEBITO  TO WRK-CONTA-FMK-D
                   MOVE WRK-CONTA-CREDITO TO WRK-CONTA-FMK-C
           END-IF.
           IF NOT WRK-MAPA-ACHADO
                   MOVE 'N' TO WRK-SW-FATURAR
                   MOVE 'SEM LINHA ROY/FMK NO GLMAP.DAT'
                       TO WRK-MOTIVO
                   ADD 1 TO WRK-QTD-PENDENTES
           END-IF.
       0260-CALCULAR-FATURA.
           MOVE 'N' TO WRK-SW-MINIMO.
           COMPUTE WRK-ROYALTY ROUNDED =
                   WRK-VENDA-LIQ * FRQ-PERC-ROYALTY / 100.
           IF WRK-ROYALTY < FRQ-TAXA-MINIMA
                   MOVE FRQ-TAXA-MINIMA TO WRK-ROYALTY
                   MOVE 'S' TO WRK-SW-MINIMO
           END-IF.
           COMPUTE WRK-FUNDO ROUNDED =
                   WRK-VENDA-LIQ * FRQ-PERC-FUNDO / 100.
           COMPUTE WRK-TOTAL-FATURA = WRK-ROYALTY + WRK-FUNDO.
           MOVE 'S'           TO WRK-DU-FUNCAO.
           MOVE WRK-POST-DATA TO WRK-DU-DATA.
           MOVE ZEROS         TO WRK-DU-REGIAO.
           IF FRQ-PRAZO-DIAS > ZEROS
                   MOVE FRQ-PRAZO-DIAS   TO WRK-DU-DIAS
           ELSE
                   MOVE WRK-PRAZO-PADRAO TO WRK-DU-DIAS
           END-IF.
           CALL 'PROGCOB40' USING WRK-DIA-UTIL.
           MOVE WRK-DU-PROXIMA TO WRK-VENCIMENTO.
           ADD WRK-VENDA-LIQ    TO WRK-TOT-VENDA-LIQ.
           ADD WRK-ROYALTY      TO WRK-TOT-ROYALTY.
           ADD WRK-FUNDO        TO WRK-TOT-FUNDO.
           ADD WRK-TOTAL-FATURA TO WRK-TOT-FATURADO.
       0270-GRAVAR-PARCELA.
           MOVE FRQ-CLIENTE      TO PAR-CLIENTE.
           MOVE FRQ-LOJA         TO PAR-LOJA.
           MOVE WRK-POST-DATA    TO PAR-DATA-VENDA.
           MOVE WRK-ANOMES       TO PAR-TICKET.
           MOVE 01               TO PAR-NUMERO.
           MOVE WRK-VENCIMENTO   TO PAR-VENCIMENTO.
           MOVE WRK-TOTAL-FATURA TO PAR-VALOR.
           MOVE ZEROS TO PAR-VALOR-PAGO PAR-MULTA PAR-JUROS
                         PAR-ENCARGO-PAGO PAR-ENCARGO-CONTAB
                         PAR-DATA-JUROS PAR-DATA-BAIXA
                         PAR-VALOR-BAIXA PAR-RECUPERADO
                         PAR-RECUP-CONTAB.
           MOVE 'A'              TO PAR-STATUS.
           MOVE 'PARCELAS'       TO WRK-JRN-ARQUIVO.
           MOVE 'WR'             TO WRK-JRN-OPER.
           MOVE SPACES           TO WRK-JRN-ANTES.
           MOVE PAR-REGISTRO     TO WRK-JRN-DEPOIS.
           WRITE PAR-REGISTRO.
           PERFORM 0098-GRAVAR-JORNAL.
       0280-LANCAR-RAZAO.
           MOVE WRK-ROYALTY     TO WRK-VALOR-LANCTO.
           MOVE WRK-CONTA-ROY-D TO WRK-CONTA-DEBITO.
           MOVE WRK-CONTA-ROY-C TO WRK-CONTA-CREDITO.
           PERFORM 0285-GRAVAR-LANCAMENTO.
           MOVE WRK-FUNDO       TO WRK-VALOR-LANCTO.
           MOVE WRK-CONTA-FMK-D TO WRK-CONTA-DEBITO.
           MOVE WRK-CONTA-FMK-C TO WRK-CONTA-CREDITO.
           PERFORM 0285-GRAVAR-LANCAMENTO.
       0285-GRAVAR-LANCAMENTO.
           IF WRK-VALOR-LANCTO NOT = ZEROS
                   MOVE 'D'               TO GLJ-TIPO
                   MOVE WRK-CONTA-DEBITO  TO GLJ-CONTA
                   MOVE FRQ-LOJA          TO GLJ-LOJA
                   MOVE WRK-POST-DATA     TO GLJ-DATA
                   PERFORM 0097-DATAR-LANCAMENTO
                   MOVE WRK-VALOR-LANCTO  TO GLJ-VALOR
                   WRITE GLJ-REGISTRO
                   MOVE 'C'               TO GLJ-TIPO
                   MOVE WRK-CONTA-CREDITO TO GLJ-CONTA
                   WRITE GLJ-REGISTRO
                   ADD 2 TO WRK-QTD-LANCTOS
           END-IF.
       0290-EMITIR-FATURA.
           MOVE FRQ-LOJA         TO FTF-LOJA.
           MOVE FRQ-CLIENTE      TO FTF-CLIENTE.
           MOVE WRK-ANOMES       TO FTF-ANOMES.
           MOVE WRK-DATA-HOJE    TO FTF-EMISSAO.
           MOVE WRK-VENCIMENTO   TO FTF-VENCIMENTO.
           MOVE WRK-VENDA-LIQ    TO FTF-VENDA-LIQ.
           MOVE FRQ-PERC-ROYALTY TO FTF-PERC-ROYALTY.
           MOVE WRK-ROYALTY      TO FTF-ROYALTY.
           MOVE FRQ-PERC-FUNDO   TO FTF-PERC-FUNDO.
           MOVE WRK-FUNDO        TO FTF-FUNDO.
           MOVE WRK-TOTAL-FATURA TO FTF-TOTAL.
           WRITE FTF-REGISTRO.
           MOVE SPACES      TO WRK-NOME-CLIENTE.
           MOVE FRQ-CLIENTE TO CLI-ID.
           READ CUSTMST-FILE
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO WRK-NOME-CLIENTE
               NOT INVALID KEY
                   MOVE CLI-NOME TO WRK-NOME-CLIENTE
           END-READ.
           MOVE FRQ-LOJA         TO WRK-LF-LOJA.
           MOVE FRQ-CLIENTE      TO WRK-LF-CLIENTE.
           MOVE WRK-NOME-CLIENTE TO WRK-LF-NOME.
           WRITE REP-LINHA FROM WRK-LINHA-FATURA.
           DISPLAY WRK-LINHA-FATURA.
           MOVE WRK-VENDA-LIQ    TO WRK-LV-VALOR.
           WRITE REP-LINHA FROM WRK-LINHA-VENDA.
           DISPLAY WRK-LINHA-VENDA.
           MOVE 'ROYALTY'        TO WRK-LI-DESCRICAO.
           MOVE FRQ-PERC-ROYALTY TO WRK-LI-PERC.
           MOVE WRK-ROYALTY      TO WRK-LI-VALOR.
           IF WRK-APLICOU-MINIMO
                   MOVE 'TAXA MINIMA DO CONTRATO' TO WRK-LI-OBS
           ELSE
                   MOVE SPACES TO WRK-LI-OBS
           END-IF.
           WRITE REP-LINHA FROM WRK-LINHA-ITEM.
           DISPLAY WRK-LINHA-ITEM.
           MOVE 'FUNDO DE MARKETING' TO WRK-LI-DESCRICAO.
           MOVE FRQ-PERC-FUNDO   TO WRK-LI-PERC.
           MOVE WRK-FUNDO        TO WRK-LI-VALOR.
           MOVE SPACES           TO WRK-LI-OBS.
           WRITE REP-LINHA FROM WRK-LINHA-ITEM.
           DISPLAY WRK-LINHA-ITEM.
           MOVE WRK-TOTAL-FATURA TO WRK-LT-VALOR.
           MOVE WRK-VENCIMENTO   TO WRK-LT-VENCTO.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL-FATURA.
           DISPLAY WRK-LINHA-TOTAL-FATURA.
       0180-BUSCAR-MAPA.
           MOVE 'N'   TO WRK-SW-MAPA.
           MOVE ZEROS TO WRK-IDX-MAPA WRK-CONTA-DEBITO
                         WRK-CONTA-CREDITO.
           PERFORM 0185-COMPARAR-MAPA
                   UNTIL WRK-IDX-MAPA >= WRK-QTD-MAPA
                      OR WRK-MAPA-ACHADO.
           IF NOT WRK-MAPA-ACHADO
                   MOVE ZEROS TO WRK-IDX-MAPA
                   PERFORM 0187-COMPARAR-MAPA-PADRAO
                           UNTIL WRK-IDX-MAPA >= WRK-QTD-MAPA
                              OR WRK-MAPA-ACHADO
           END-IF.
       0185-COMPARAR-MAPA.
           ADD 1 TO WRK-IDX-MAPA.
           IF WRK-MAPA-LOJA = WRK-TM-LOJA(WRK-IDX-MAPA)
              AND WRK-MAPA-LINHA = WRK-TM-MOEDA(WRK-IDX-MAPA)
                   MOVE WRK-TM-DEBITO(WRK-IDX-MAPA)
                       TO WRK-CONTA-DEBITO
                   MOVE WRK-TM-CREDITO(WRK-IDX-MAPA)
                       TO WRK-CONTA-CREDITO
                   MOVE 'S' TO WRK-SW-MAPA
           END-IF.
       0187-COMPARAR-MAPA-PADRAO.
           ADD 1 TO WRK-IDX-MAPA.
           IF WRK-TM-LOJA(WRK-IDX-MAPA) = ZEROS
              AND WRK-MAPA-LINHA = WRK-TM-MOEDA(WRK-IDX-MAPA)
                   MOVE WRK-TM-DEBITO(WRK-IDX-MAPA)
                       TO WRK-CONTA-DEBITO
                   MOVE WRK-TM-CREDITO(WRK-IDX-MAPA)
                       TO WRK-CONTA-CREDITO
                   MOVE 'S' TO WRK-SW-MAPA
           END-IF.
       0300-FINALIZAR.
           MOVE 'TOTAL VENDA LIQUIDA FRANQUIAS' TO WRK-LTO-DESCRICAO.
           MOVE WRK-TOT-VENDA-LIQ TO WRK-LTO-VALOR.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
           MOVE 'TOTAL ROYALTY'     TO WRK-LTO-DESCRICAO.
           MOVE WRK-TOT-ROYALTY     TO WRK-LTO-VALOR.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
           MOVE 'TOTAL FUNDO DE MARKETING' TO WRK-LTO-DESCRICAO.
           MOVE WRK-TOT-FUNDO       TO WRK-LTO-VALOR.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
           MOVE 'TOTAL FATURADO'    TO WRK-LTO-DESCRICAO.
           MOVE WRK-TOT-FATURADO    TO WRK-LTO-VALOR.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
           CLOSE FRANQUIA-FILE MASTER-FILE CUSTMST-FILE
                 SALESHST-FILE PARCELAS-FILE GLJOURNAL-FILE
                 FATURA-FILE REPORT-FILE.
           DISPLAY 'CONTRATOS LIDOS ===> ' WRK-CONTADOR.
           DISPLAY 'FATURAS EMITIDAS ===> ' WRK-QTD-FATURAS.
           DISPLAY 'LOJAS JA FATURADAS NO MES ===> '
                   WRK-QTD-JA-FATURADAS.
           DISPLAY 'LOJAS PENDENTES ===> ' WRK-QTD-PENDENTES.
           DISPLAY 'LANCAMENTOS NO RAZAO ===> ' WRK-QTD-LANCTOS.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
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
           MOVE 'PROGCOB158' TO GLJ-ORIGEM.
       0098-GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE.
           IF WRK-FS-JORNAL-ARQ-INEXISTENTE
                   CLOSE JORNAL-FILE
                   OPEN OUTPUT JORNAL-FILE
           END-IF.
           MOVE SPACES TO JRN-REGISTRO.
           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE 'PROGCOB158'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB158' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB158' TO OPLOG-PROGRAMA.
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
