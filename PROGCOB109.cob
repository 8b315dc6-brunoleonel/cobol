       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB109.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = CONTABILIZACAO MENSAL DA TAXA DA ADQUIRENTE
      *            (ADQLIQ.DAT) E DA PERDA COM CHARGEBACK
      *            (TKCARTAO.DAT) EM GLJOURNAL.DAT
      * DATA = XX/XX/XXXX
      * 171 - SOMA POR LOJA A TAXA RETIDA DAS LIQUIDACOES
      *       CREDITADAS NO MES E OS CHARGEBACKS ESTORNADOS
      *       NO MES AINDA NAO CONTABILIZADOS E POSTA NO
      *       ULTIMO DIA DO MES (DEBITO DESPESA / CREDITO
      *       CARTOES A RECEBER, LINHAS 'MDR' E 'CBK' DO
      *       GLMAP). O MES E INFORMADO NO CONSOLE (000000
      *       PARA O MES ANTERIOR A DATA DE NEGOCIO). LOJA
      *       SEM LINHA NO GLMAP (NEM PADRAO 000) FICA PARA
      *       A PROXIMA CORRIDA
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
           SELECT ADQLIQ-FILE ASSIGN TO 'ADQLIQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIQ-CHAVE
               FILE STATUS IS WRK-FS-ADQLIQ.
           SELECT TKCARTAO-FILE ASSIGN TO 'TKCARTAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TKC-CHAVE
               FILE STATUS IS WRK-FS-TKCARTAO.
           SELECT GLMAP-FILE ASSIGN TO 'GLMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLMAP.
           SELECT GLJOURNAL-FILE ASSIGN TO 'GLJOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLJOURNAL.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB109.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  ADQLIQ-FILE.
           COPY 'LIQREC.cob'.
       FD  TKCARTAO-FILE.
           COPY 'TKCREC.cob'.
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
       77 WRK-FS-ADQLIQ   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ADQLIQ==.
       77 WRK-FS-TKCARTAO PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-TKCARTAO==.
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
       77 WRK-QTD-SEM-MAPA PIC 9(05) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 WRK-MES-CONTABIL.
           02 WRK-MC-ANO  PIC 9(04).
           02 WRK-MC-MES  PIC 9(02).
       77 WRK-ANOMES      PIC 9(06) VALUE ZEROS.
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
       01 WRK-TAB-LOJAS.
           02 WRK-TJ-ENTRADA OCCURS 999 TIMES.
               03 WRK-TJ-TAXA  PIC 9(11)V99.
               03 WRK-TJ-CBK   PIC 9(11)V99.
       77 WRK-IDX         PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-TAXA    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CBK     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-POST  PIC 9(11)V99 VALUE ZEROS.
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
       01 WRK-LINHA-LOJA.
           02 FILLER          PIC X(05) VALUE 'LOJA '.
           02 WRK-LJ-LOJA     PIC 9(03).
           02 FILLER          PIC X(10) VALUE ' TAXA MDR '.
           02 WRK-LJ-TAXA     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(12) VALUE ' CHARGEBACK '.
           02 WRK-LJ-CBK      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(14) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
           02 FILLER          PIC X(18) VALUE 'TOTAL    TAXA MDR '.
           02 WRK-LTT-TAXA    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(12) VALUE ' CHARGEBACK '.
           02 WRK-LTT-CBK     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(14) VALUE SPACES.
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
           PERFORM 0200-LER-LIQUIDACAO UNTIL WRK-FIM-VARRE.
           CLOSE ADQLIQ-FILE.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN I-O TKCARTAO-FILE.
           IF NOT WRK-FS-TKCARTAO-OK
                   DISPLAY 'TKCARTAO.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           PERFORM 0230-LER-TICKET UNTIL WRK-FIM-VARRE.
           CLOSE TKCARTAO-FILE.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE ZEROS TO WRK-TAB-LOJAS.
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
           PERFORM 0150-CALCULAR-FIM-MES.
           PERFORM 0140-CARREGAR-MAPA.
           OPEN I-O ADQLIQ-FILE.
           IF NOT WRK-FS-ADQLIQ-OK
                   DISPLAY 'ADQLIQ.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'CONTABIL CARTAO' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           DISPLAY 'CONTABILIZACAO CARTAO - MES ' WRK-ANOMES
                   ' DATA DO LANCAMENTO ' WRK-POST-DATA.
       0120-OBTER-MES.
           DISPLAY 'MES A CONTABILIZAR (AAAAMM, 000000 PARA O '
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
       0200-LER-LIQUIDACAO.
           READ ADQLIQ-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF LIQ-DATA-CREDITO(1:6) = WRK-ANOMES
                      AND NOT LIQ-POSTADO
                      AND LIQ-TAXA > 0
                           PERFORM 0210-ACUMULAR-TAXA
                   END-IF
           END-READ.
       0210-ACUMULAR-TAXA.
           MOVE LIQ-LOJA TO WRK-MAPA-LOJA.
           MOVE 'MDR'    TO WRK-MAPA-LINHA.
           PERFORM 0262-BUSCAR-MAPA.
           IF NOT WRK-MAPA-ACHADO OR LIQ-LOJA = ZEROS
                   ADD 1 TO WRK-QTD-SEM-MAPA
                   DISPLAY 'LOJA ' LIQ-LOJA ' SEM LINHA MDR NO '
                           'GLMAP.DAT - VENDA ' LIQ-DATA-VENDA
                           ' FICA PENDENTE'
           ELSE
                   MOVE LIQ-LOJA TO WRK-IDX
                   ADD LIQ-TAXA  TO WRK-TJ-TAXA(WRK-IDX)
                   ADD LIQ-TAXA  TO WRK-TOT-TAXA
                   MOVE LIQ-REGISTRO TO WRK-JRN-ANTES
                   MOVE 'S'          TO LIQ-CONTABIL
                   REWRITE LIQ-REGISTRO
                   MOVE LIQ-REGISTRO TO WRK-JRN-DEPOIS
                   MOVE 'ADQLIQ'     TO WRK-JRN-ARQUIVO
                   MOVE 'RW'         TO WRK-JRN-OPER
                   PERFORM 0098-GRAVAR-JORNAL
                   ADD 1 TO WRK-CONTADOR
           END-IF.
       0230-LER-TICKET.
           READ TKCARTAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF TKC-CHARGEBACK
                      AND TKC-DATA-CBK(1:6) = WRK-ANOMES
                      AND NOT TKC-CBK-POSTADO
                           PERFORM 0240-ACUMULAR-CHARGEBACK
                   END-IF
           END-READ.
       0240-ACUMULAR-CHARGEBACK.
           MOVE TKC-LOJA TO WRK-MAPA-LOJA.
           MOVE 'CBK'    TO WRK-MAPA-LINHA.
           PERFORM 0262-BUSCAR-MAPA.
           IF NOT WRK-MAPA-ACHADO OR TKC-LOJA = ZEROS
                   ADD 1 TO WRK-QTD-SEM-MAPA
                   DISPLAY 'LOJA ' TKC-LOJA ' SEM LINHA CBK NO '
                           'GLMAP.DAT - TICKET ' TKC-TICKET
                           ' FICA PENDENTE'
           ELSE
                   MOVE TKC-LOJA      TO WRK-IDX
                   ADD TKC-VALOR-CBK  TO WRK-TJ-CBK(WRK-IDX)
                   ADD TKC-VALOR-CBK  TO WRK-TOT-CBK
                   MOVE TKC-REGISTRO  TO WRK-JRN-ANTES
                   MOVE 'S'           TO TKC-CBK-CONTABIL
                   REWRITE TKC-REGISTRO
                   MOVE TKC-REGISTRO  TO WRK-JRN-DEPOIS
                   MOVE 'TKCARTAO'    TO WRK-JRN-ARQUIVO
                   MOVE 'RW'          TO WRK-JRN-OPER
                   PERFORM 0098-GRAVAR-JORNAL
                   ADD 1 TO WRK-CONTADOR
           END-IF.
       0250-POSTAR-RAZAO.
           PERFORM 0262-BUSCAR-MAPA.
           MOVE 'D'               TO GLJ-TIPO.
           MOVE WRK-CONTA-DEBITO  TO GLJ-CONTA.
           MOVE WRK-MAPA-LOJA     TO GLJ-LOJA.
           MOVE WRK-POST-DATA     TO GLJ-DATA.
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
           IF WRK-MAPA-LOJA = WRK-TM-LOJA(WRK-IDX-MAPA)
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
       0300-FINALIZAR.
           OPEN EXTEND GLJOURNAL-FILE.
           IF WRK-FS-GLJOURNAL-ARQ-INEXISTENTE
                   CLOSE GLJOURNAL-FILE
                   OPEN OUTPUT GLJOURNAL-FILE
           END-IF.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 0310-POSTAR-LOJA UNTIL WRK-IDX >= 999.
           CLOSE GLJOURNAL-FILE.
           MOVE WRK-TOT-TAXA TO WRK-LTT-TAXA.
           MOVE WRK-TOT-CBK  TO WRK-LTT-CBK.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
           CLOSE REPORT-FILE.
           DISPLAY 'REGISTROS CONTABILIZADOS ===> ' WRK-CONTADOR.
           DISPLAY 'PENDENTES SEM GLMAP ===> ' WRK-QTD-SEM-MAPA.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0310-POSTAR-LOJA.
           ADD 1 TO WRK-IDX.
           IF WRK-TJ-TAXA(WRK-IDX) > 0
              OR WRK-TJ-CBK(WRK-IDX) > 0
                   MOVE WRK-IDX TO WRK-MAPA-LOJA
                   IF WRK-TJ-TAXA(WRK-IDX) > 0
                           MOVE 'MDR' TO WRK-MAPA-LINHA
                           MOVE WRK-TJ-TAXA(WRK-IDX)
                               TO WRK-VALOR-POST
                           PERFORM 0250-POSTAR-RAZAO
                   END-IF
                   IF WRK-TJ-CBK(WRK-IDX) > 0
                           MOVE 'CBK' TO WRK-MAPA-LINHA
                           MOVE WRK-TJ-CBK(WRK-IDX)
                               TO WRK-VALOR-POST
                           PERFORM 0250-POSTAR-RAZAO
                   END-IF
                   MOVE WRK-IDX              TO WRK-LJ-LOJA
                   MOVE WRK-TJ-TAXA(WRK-IDX) TO WRK-LJ-TAXA
                   MOVE WRK-TJ-CBK(WRK-IDX)  TO WRK-LJ-CBK
                   WRITE REP-LINHA FROM WRK-LINHA-LOJA
                   DISPLAY WRK-LINHA-LOJA
           END-IF.
       0098-GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE.
           IF WRK-FS-JORNAL-ARQ-INEXISTENTE
                   CLOSE JORNAL-FILE
                   OPEN OUTPUT JORNAL-FILE
           END-IF.
           MOVE SPACES TO JRN-REGISTRO.
           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE 'PROGCOB109'     TO JRN-PROGRAMA.
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
           MOVE 'PROGCOB109' TO GLJ-ORIGEM.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB109' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB109' TO OPLOG-PROGRAMA.
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
