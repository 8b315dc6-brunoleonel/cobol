       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB111.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = BAIXA DE PARCELAS INCOBRAVEIS
      *            (PARCELAS.DAT) COM DUPLO CONTROLE,
      *            CONTABILIZACAO DA PERDA E REGISTRO DE
      *            BAIXAS (BAIXAS.DAT)
      * DATA = XX/XX/XXXX
      * 174 - MODO L LISTA AS PARCELAS ABERTAS VENCIDAS HA
      *       MAIS DE BAIXA-DIAS (CONFIG.CFG, PADRAO 180)
      *       E AS REGISTRA COMO CANDIDATAS EM BXPEND.DAT;
      *       MODO A APROVA, SEMPRE POR OPERADOR DIFERENTE
      *       DO SOLICITANTE (MESMO DUPLO CONTROLE DO
      *       PROGCOB20). SALDO ACIMA DE BAIXA-VALOR-DUPLO
      *       (REAIS, PADRAO 1000) EXIGE UM SEGUNDO
      *       APROVADOR. A BAIXA MARCA A PARCELA COM STATUS
      *       'B', POSTA O PRINCIPAL EM ABERTO EM
      *       GLJOURNAL.DAT PELA LINHA 'PDD' DO GLMAP
      *       (DEBITO PERDA / CREDITO CLIENTES), CANCELA OS
      *       ENCARGOS NAO RECEBIDOS E GRAVA O REGISTRO EM
      *       BAIXAS.DAT (EXCECAO E053). ACESSO PELA FUNCAO
      *       'BXPD' DA MATRIZ (PROGCOB21)
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WRK-FS-PARCELAS.
           SELECT PERMS-FILE ASSIGN TO 'PERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERM-USER
               FILE STATUS IS WRK-FS-PERMS.
           SELECT BXPEND-FILE ASSIGN TO 'BXPEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BXPEND.
           SELECT BAIXAS-FILE ASSIGN TO 'BAIXAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BAIXAS.
           SELECT GLMAP-FILE ASSIGN TO 'GLMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLMAP.
           SELECT GLJOURNAL-FILE ASSIGN TO 'GLJOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLJOURNAL.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT EXCEPTION-FILE ASSIGN TO 'EXCPT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPT.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB111.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PARCELAS-FILE.
           COPY 'PARCREC.cob'.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  BXPEND-FILE.
       01  BXP-REGISTRO.
           02 BXP-CHAVE.
               03 BXP-CLIENTE    PIC 9(06).
               03 BXP-LOJA       PIC 9(03).
               03 BXP-DATA-VENDA PIC 9(08).
               03 BXP-TICKET     PIC 9(06).
               03 BXP-NUMERO     PIC 9(02).
           02 BXP-DIAS-ATRASO    PIC 9(05).
           02 BXP-PRINCIPAL      PIC 9(07)V99.
           02 BXP-ENCARGOS       PIC 9(07)V99.
           02 BXP-SOLICITANTE    PIC 9(02).
           02 BXP-DATA           PIC 9(08).
           02 BXP-APROVADOR-1    PIC 9(02).
           02 BXP-STATUS         PIC X(01).
               88 BXP-PENDENTE       VALUE 'P'.
               88 BXP-PRIMEIRA-APROV VALUE '1'.
               88 BXP-APLICADA       VALUE 'A'.
               88 BXP-REJEITADA      VALUE 'X'.
       FD  BAIXAS-FILE.
           COPY 'BXAREC.cob'.
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
       FD  EXCEPTION-FILE.
           COPY 'EXCPREC.cob'.
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
       77 WRK-FS-PERMS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-FS-BXPEND   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-BXPEND==.
       77 WRK-FS-BAIXAS   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-BAIXAS==.
       77 WRK-FS-GLMAP    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-GLMAP==.
       77 WRK-FS-GLJOURNAL PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-GLJOURNAL==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-EXCPT    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-EXCPT==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-EXC-CODIGO      PIC X(04) VALUE SPACES.
       77 WRK-EXC-DESCRICAO   PIC X(40) VALUE SPACES.
       77 WRK-USER      PIC 9(02) VALUE ZEROS.
       77 WRK-PIN       PIC 9(04) VALUE ZEROS.
       77 WRK-SW-ACESSO PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-OK VALUE 'S'.
       77 WRK-SW-MODO   PIC X(01) VALUE 'L'.
           88 WRK-MODO-LISTAR  VALUE 'L'.
           88 WRK-MODO-APROVAR VALUE 'A'.
       01 WRK-AUTORIZACAO.
           02 WRK-AUT-USER      PIC 9(02).
           02 WRK-AUT-FUNCAO    PIC X(04).
           02 WRK-AUT-RESULTADO PIC X(01).
       77 WRK-RESPOSTA  PIC X(01) VALUE SPACES.
       77 WRK-CONTADOR  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-NOVAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-BAIXADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-MAPA PIC 9(05) VALUE ZEROS.
       77 WRK-SW-FIM    PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-SERIAL-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-VENC PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-SERIAL.
           02 WRK-SER-ANO PIC 9(04).
           02 WRK-SER-MES PIC 9(02).
           02 WRK-SER-DIA PIC 9(02).
       77 WRK-SERIAL-SAIDA PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-BAIXA  PIC 9(05) VALUE 180.
       77 WRK-VALOR-DUPLO PIC 9(07)V99 VALUE 1000.
       77 WRK-SALDO-PARC  PIC S9(07)V99 VALUE ZEROS.
       77 WRK-ENCARGO-DEVIDO PIC S9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-TOTAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-PRINCIPAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ENCARGOS  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-PEND  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PEND  PIC 9(03) VALUE ZEROS.
       77 WRK-SW-ESTOURO PIC X(01) VALUE 'N'.
           88 WRK-PENDENTES-ESTOURARAM VALUE 'S'.
       77 WRK-SW-JA-PEND PIC X(01) VALUE 'N'.
           88 WRK-JA-PENDENTE VALUE 'S'.
       01 WRK-TAB-PENDENTES.
           02 WRK-TP-ENTRADA OCCURS 500 TIMES.
               03 WRK-TP-CHAVE       PIC X(25).
               03 WRK-TP-DIAS        PIC 9(05).
               03 WRK-TP-PRINCIPAL   PIC 9(07)V99.
               03 WRK-TP-ENCARGOS    PIC 9(07)V99.
               03 WRK-TP-SOLICITANTE PIC 9(02).
               03 WRK-TP-DATA        PIC 9(08).
               03 WRK-TP-APROVADOR-1 PIC 9(02).
               03 WRK-TP-STATUS      PIC X(01).
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
       77 WRK-VALOR-POST  PIC 9(07)V99 VALUE ZEROS.
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
           02 WRK-LP-PRINCIPAL PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE ' E'.
           02 WRK-LP-ENCARGOS PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-SITUACAO PIC X(10).
           02 FILLER          PIC X(08) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
           02 FILLER          PIC X(15) VALUE 'TOTAL BAIXADO '.
           02 WRK-LTT-PRINCIPAL PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(22)
               VALUE ' ENCARGOS CANCELADOS '.
           02 WRK-LTT-ENCARGOS PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(07) VALUE SPACES.
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
           IF WRK-ACESSO-OK
                   IF WRK-MODO-APROVAR
                           PERFORM 0230-APROVAR
                   ELSE
                           PERFORM 0200-LISTAR
                   END-IF
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND EXCEPTION-FILE.
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
           MOVE 'BAIXA-DIAS' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-DIAS-BAIXA
           END-IF.
           MOVE 'BAIXA-VALOR-DUPLO' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-VALOR-DUPLO
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'BAIXA DE INCOBRAVEIS' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           DISPLAY 'BAIXA DE INCOBRAVEIS - OPERADOR: '.
           ACCEPT  WRK-USER FROM CONSOLE.
           DISPLAY 'PIN DE ACESSO: '.
           ACCEPT  WRK-PIN FROM CONSOLE.
           PERFORM 0110-VALIDAR-ACESSO.
           IF NOT WRK-ACESSO-OK
                   DISPLAY 'ACESSO NEGADO'
           ELSE
                   DISPLAY 'MODO (L=LISTAR CANDIDATAS / '
                           'A=APROVAR BAIXAS): '
                   ACCEPT WRK-SW-MODO FROM CONSOLE
           END-IF.
       0110-VALIDAR-ACESSO.
           MOVE 'N' TO WRK-SW-ACESSO.
           OPEN INPUT PERMS-FILE.
           IF WRK-FS-PERMS-OK
                   MOVE WRK-USER TO PERM-USER
                   READ PERMS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PERM-PIN = WRK-PIN
                                   MOVE 'S' TO WRK-SW-ACESSO
                           END-IF
                   END-READ
                   CLOSE PERMS-FILE
           END-IF.
           IF WRK-ACESSO-OK
                   MOVE WRK-USER TO WRK-AUT-USER
                   MOVE 'BXPD'   TO WRK-AUT-FUNCAO
                   CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                   IF WRK-AUT-RESULTADO NOT = 'S'
                           MOVE 'N' TO WRK-SW-ACESSO
                           DISPLAY 'FUNCAO BXPD NAO AUTORIZADA '
                                   'NA MATRIZ'
                   END-IF
           END-IF.
      *----------------------------------------------------------
      * MODO L - CANDIDATAS A BAIXA
      *----------------------------------------------------------
       0200-LISTAR.
           PERFORM 0240-CARREGAR-PENDENTES.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT PARCELAS-FILE.
           IF NOT WRK-FS-PARCELAS-OK
                   DISPLAY 'PARCELAS.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           PERFORM 0210-VARRER-PARCELA UNTIL WRK-FIM-VARRE.
           CLOSE PARCELAS-FILE.
           IF WRK-PENDENTES-ESTOURARAM
                   DISPLAY 'CANDIDATAS ACIMA DA CAPACIDADE DE 500 - '
                           'APROVE E LISTE DE NOVO'
           END-IF.
           PERFORM 0270-REGRAVAR-PENDENTES.
       0210-VARRER-PARCELA.
           READ PARCELAS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   ADD 1 TO WRK-CONTADOR
                   IF PAR-ABERTA
                           PERFORM 0215-AVALIAR-CANDIDATA
                   END-IF
           END-READ.
       0215-AVALIAR-CANDIDATA.
           MOVE PAR-VENCIMENTO TO WRK-DATA-SERIAL.
           PERFORM 0460-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-VENC.
           COMPUTE WRK-DIAS-ATRASO =
                   WRK-SERIAL-HOJE - WRK-SERIAL-VENC.
           IF WRK-DIAS-ATRASO > WRK-DIAS-BAIXA
                   COMPUTE WRK-SALDO-PARC =
                           PAR-VALOR - PAR-VALOR-PAGO
                   COMPUTE WRK-ENCARGO-DEVIDO = PAR-MULTA
                           + PAR-JUROS - PAR-ENCARGO-PAGO
                   IF WRK-ENCARGO-DEVIDO < 0
                           MOVE ZEROS TO WRK-ENCARGO-DEVIDO
                   END-IF
                   PERFORM 0220-BUSCAR-PENDENTE
                   MOVE PAR-CLIENTE     TO WRK-LP-CLIENTE
                   MOVE PAR-LOJA        TO WRK-LP-LOJA
                   MOVE PAR-TICKET      TO WRK-LP-TICKET
                   MOVE PAR-NUMERO      TO WRK-LP-NUMERO
                   MOVE WRK-DIAS-ATRASO TO WRK-LP-DIAS
                   MOVE WRK-SALDO-PARC  TO WRK-LP-PRINCIPAL
                   MOVE WRK-ENCARGO-DEVIDO TO WRK-LP-ENCARGOS
                   EVALUATE TRUE
                           WHEN WRK-JA-PENDENTE
                                     MOVE 'JA PENDENTE'
                                         TO WRK-LP-SITUACAO
                           WHEN WRK-QTD-PEND >= 500
                                     MOVE 'S' TO WRK-SW-ESTOURO
                                     MOVE 'SEM ESPACO'
                                         TO WRK-LP-SITUACAO
                           WHEN OTHER
                                     PERFORM 0225-INCLUIR-PENDENTE
                                     MOVE 'CANDIDATA'
                                         TO WRK-LP-SITUACAO
                   END-EVALUATE
                   WRITE REP-LINHA FROM WRK-LINHA-PARC
                   DISPLAY WRK-LINHA-PARC
           END-IF.
       0220-BUSCAR-PENDENTE.
           MOVE 'N'   TO WRK-SW-JA-PEND.
           MOVE ZEROS TO WRK-IDX-PEND.
           PERFORM 0222-COMPARAR-PENDENTE
                   UNTIL WRK-IDX-PEND >= WRK-QTD-PEND
                      OR WRK-JA-PENDENTE.
       0222-COMPARAR-PENDENTE.
           ADD 1 TO WRK-IDX-PEND.
           IF WRK-TP-CHAVE(WRK-IDX-PEND) = PAR-CHAVE
              AND (WRK-TP-STATUS(WRK-IDX-PEND) = 'P'
                OR WRK-TP-STATUS(WRK-IDX-PEND) = '1')
                   MOVE 'S' TO WRK-SW-JA-PEND
           END-IF.
       0225-INCLUIR-PENDENTE.
           ADD 1 TO WRK-QTD-PEND.
           ADD 1 TO WRK-QTD-NOVAS.
           MOVE PAR-CHAVE       TO WRK-TP-CHAVE(WRK-QTD-PEND).
           MOVE WRK-DIAS-ATRASO TO WRK-TP-DIAS(WRK-QTD-PEND).
           MOVE WRK-SALDO-PARC  TO WRK-TP-PRINCIPAL(WRK-QTD-PEND).
           MOVE WRK-ENCARGO-DEVIDO
               TO WRK-TP-ENCARGOS(WRK-QTD-PEND).
           MOVE WRK-USER      TO WRK-TP-SOLICITANTE(WRK-QTD-PEND).
           MOVE WRK-DATA-HOJE TO WRK-TP-DATA(WRK-QTD-PEND).
           MOVE ZEROS         TO WRK-TP-APROVADOR-1(WRK-QTD-PEND).
           MOVE 'P'           TO WRK-TP-STATUS(WRK-QTD-PEND).
      *----------------------------------------------------------
      * MODO A - APROVACAO E APLICACAO DAS BAIXAS
      *----------------------------------------------------------
       0230-APROVAR.
           PERFORM 0240-CARREGAR-PENDENTES.
           EVALUATE TRUE
                   WHEN WRK-PENDENTES-ESTOURARAM
                             DISPLAY 'PENDENTES ACIMA DA CAPACIDADE '
                                     'DE 500 - ARQUIVO BXPEND.DAT '
                                     'PRECISA SER SANEADO'
                   WHEN WRK-QTD-PEND = ZEROS
                             DISPLAY 'NAO HA BAIXAS PENDENTES'
                   WHEN OTHER
                             PERFORM 0140-CARREGAR-MAPA
                             OPEN EXTEND GLJOURNAL-FILE
                             IF WRK-FS-GLJOURNAL-ARQ-INEXISTENTE
                                     CLOSE GLJOURNAL-FILE
                                     OPEN OUTPUT GLJOURNAL-FILE
                             END-IF
                             MOVE ZEROS TO WRK-IDX-PEND
                             PERFORM 0250-AVALIAR-PENDENTE
                                     UNTIL WRK-IDX-PEND >=
                                           WRK-QTD-PEND
                             CLOSE GLJOURNAL-FILE
                             PERFORM 0270-REGRAVAR-PENDENTES
           END-EVALUATE.
       0240-CARREGAR-PENDENTES.
           MOVE ZEROS TO WRK-QTD-PEND.
           MOVE 'N'   TO WRK-SW-ESTOURO.
           OPEN INPUT BXPEND-FILE.
           IF WRK-FS-BXPEND-OK
                   PERFORM 0245-LER-PENDENTE
                           UNTIL WRK-FS-BXPEND = '10'
                   CLOSE BXPEND-FILE
           END-IF.
       0245-LER-PENDENTE.
           READ BXPEND-FILE
               AT END
                   MOVE '10' TO WRK-FS-BXPEND
               NOT AT END
                   IF BXP-APLICADA OR BXP-REJEITADA
                           CONTINUE
                   ELSE
                           IF WRK-QTD-PEND < 500
                                   ADD 1 TO WRK-QTD-PEND
                                   MOVE BXP-REGISTRO
                                     TO WRK-TP-ENTRADA(WRK-QTD-PEND)
                           ELSE
                                   MOVE 'S' TO WRK-SW-ESTOURO
                           END-IF
                   END-IF
           END-READ.
       0250-AVALIAR-PENDENTE.
           ADD 1 TO WRK-IDX-PEND.
           IF WRK-TP-STATUS(WRK-IDX-PEND) = 'P'
              OR WRK-TP-STATUS(WRK-IDX-PEND) = '1'
                   PERFORM 0255-DECIDIR-PENDENTE
           END-IF.
       0255-DECIDIR-PENDENTE.
           MOVE WRK-TP-ENTRADA(WRK-IDX-PEND) TO BXP-REGISTRO.
           MOVE BXP-LOJA TO WRK-MAPA-LOJA.
           MOVE 'PDD'    TO WRK-MAPA-LINHA.
           PERFORM 0262-BUSCAR-MAPA.
           COMPUTE WRK-VALOR-TOTAL = BXP-PRINCIPAL + BXP-ENCARGOS.
           EVALUATE TRUE
                   WHEN BXP-SOLICITANTE = WRK-USER
                             DISPLAY 'BAIXA SOLICITADA PELO PROPRIO '
                                     'APROVADOR - PULADA (DUPLO '
                                     'CONTROLE)'
                   WHEN BXP-PRIMEIRA-APROV
                        AND BXP-APROVADOR-1 = WRK-USER
                             DISPLAY 'PRIMEIRA APROVACAO JA DADA '
                                     'POR ESTE OPERADOR - PULADA'
                   WHEN NOT WRK-MAPA-ACHADO
                             ADD 1 TO WRK-QTD-SEM-MAPA
                             DISPLAY 'LOJA ' BXP-LOJA ' SEM LINHA '
                                     'PDD NO GLMAP.DAT - CLIENTE '
                                     BXP-CLIENTE ' FICA PENDENTE'
                   WHEN OTHER
                             DISPLAY 'CLIENTE: ' BXP-CLIENTE
                                     ' LOJA: ' BXP-LOJA
                                     ' TICKET: ' BXP-TICKET '/'
                                     BXP-NUMERO
                             DISPLAY 'DIAS DE ATRASO: ' BXP-DIAS-ATRASO
                                     ' PRINCIPAL: ' BXP-PRINCIPAL
                                     ' ENCARGOS: ' BXP-ENCARGOS
                                     ' SOLICITANTE: ' BXP-SOLICITANTE
                             DISPLAY 'APROVAR A BAIXA (S/N): '
                             ACCEPT WRK-RESPOSTA FROM CONSOLE
                             PERFORM 0257-REGISTRAR-DECISAO
           END-EVALUATE.
       0257-REGISTRAR-DECISAO.
           EVALUATE TRUE
                   WHEN WRK-RESPOSTA NOT = 'S'
                             MOVE 'X' TO WRK-TP-STATUS(WRK-IDX-PEND)
                             DISPLAY 'BAIXA REJEITADA'
                   WHEN BXP-PENDENTE
                        AND WRK-VALOR-TOTAL > WRK-VALOR-DUPLO
                             MOVE '1' TO WRK-TP-STATUS(WRK-IDX-PEND)
                             MOVE WRK-USER
                                 TO WRK-TP-APROVADOR-1(WRK-IDX-PEND)
                             DISPLAY 'PRIMEIRA APROVACAO REGISTRADA - '
                                     'AGUARDA SEGUNDO APROVADOR'
                   WHEN OTHER
                             PERFORM 0260-APLICAR-BAIXA
           END-EVALUATE.
       0260-APLICAR-BAIXA.
           OPEN I-O PARCELAS-FILE.
           IF NOT WRK-FS-PARCELAS-OK
                   DISPLAY 'PARCELAS.DAT NAO ENCONTRADO - BAIXA '
                           'FICA PENDENTE'
           ELSE
                   MOVE BXP-CHAVE TO PAR-CHAVE
                   READ PARCELAS-FILE
                       INVALID KEY
                           MOVE 'X' TO WRK-TP-STATUS(WRK-IDX-PEND)
                           DISPLAY 'PARCELA NAO ENCONTRADA - '
                                   'BAIXA CANCELADA'
                       NOT INVALID KEY
                           IF PAR-ABERTA
                                   PERFORM 0265-BAIXAR-PARCELA
                           ELSE
                                   MOVE 'X'
                                     TO WRK-TP-STATUS(WRK-IDX-PEND)
                                   DISPLAY 'PARCELA NAO ESTA MAIS EM '
                                           'ABERTO - BAIXA CANCELADA'
                           END-IF
                   END-READ
           END-IF.
           CLOSE PARCELAS-FILE.
       0265-BAIXAR-PARCELA.
           MOVE PAR-REGISTRO TO WRK-JRN-ANTES.
           COMPUTE WRK-SALDO-PARC = PAR-VALOR - PAR-VALOR-PAGO.
           COMPUTE WRK-ENCARGO-DEVIDO = PAR-MULTA + PAR-JUROS
                   - PAR-ENCARGO-PAGO.
           IF WRK-ENCARGO-DEVIDO < 0
                   MOVE ZEROS TO WRK-ENCARGO-DEVIDO
           END-IF.
           MOVE 'B'            TO PAR-STATUS.
           MOVE WRK-DATA-HOJE  TO PAR-DATA-BAIXA.
           MOVE WRK-SALDO-PARC TO PAR-VALOR-BAIXA.
           REWRITE PAR-REGISTRO.
           MOVE PAR-REGISTRO TO WRK-JRN-DEPOIS.
           MOVE 'PARCELAS'   TO WRK-JRN-ARQUIVO.
           MOVE 'RW'         TO WRK-JRN-OPER.
           PERFORM 0098-GRAVAR-JORNAL.
           IF WRK-SALDO-PARC > 0
                   MOVE WRK-SALDO-PARC TO WRK-VALOR-POST
                   PERFORM 0280-POSTAR-RAZAO
           END-IF.
           PERFORM 0285-GRAVAR-REGISTRO.
           MOVE 'A' TO WRK-TP-STATUS(WRK-IDX-PEND).
           ADD 1 TO WRK-QTD-BAIXADAS.
           ADD WRK-SALDO-PARC     TO WRK-TOT-PRINCIPAL.
           ADD WRK-ENCARGO-DEVIDO TO WRK-TOT-ENCARGOS.
           MOVE PAR-CLIENTE        TO WRK-LP-CLIENTE.
           MOVE PAR-LOJA           TO WRK-LP-LOJA.
           MOVE PAR-TICKET         TO WRK-LP-TICKET.
           MOVE PAR-NUMERO         TO WRK-LP-NUMERO.
           MOVE BXP-DIAS-ATRASO    TO WRK-LP-DIAS.
           MOVE WRK-SALDO-PARC     TO WRK-LP-PRINCIPAL.
           MOVE WRK-ENCARGO-DEVIDO TO WRK-LP-ENCARGOS.
           MOVE 'BAIXADA'          TO WRK-LP-SITUACAO.
           WRITE REP-LINHA FROM WRK-LINHA-PARC.
           DISPLAY WRK-LINHA-PARC.
           MOVE 'E053' TO WRK-EXC-CODIGO.
           MOVE 'PARCELA BAIXADA COMO INCOBRAVEL'
               TO WRK-EXC-DESCRICAO.
           PERFORM 0290-REGISTRAR-EXCECAO.
       0270-REGRAVAR-PENDENTES.
           OPEN OUTPUT BXPEND-FILE.
           MOVE ZEROS TO WRK-IDX-PEND.
           PERFORM 0275-GRAVAR-PENDENTE
                   UNTIL WRK-IDX-PEND >= WRK-QTD-PEND.
           CLOSE BXPEND-FILE.
       0275-GRAVAR-PENDENTE.
           ADD 1 TO WRK-IDX-PEND.
           MOVE WRK-TP-ENTRADA(WRK-IDX-PEND) TO BXP-REGISTRO.
           WRITE BXP-REGISTRO.
       0280-POSTAR-RAZAO.
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
       0285-GRAVAR-REGISTRO.
           OPEN EXTEND BAIXAS-FILE.
           IF WRK-FS-BAIXAS-ARQ-INEXISTENTE
                   CLOSE BAIXAS-FILE
                   OPEN OUTPUT BAIXAS-FILE
           END-IF.
           MOVE PAR-CHAVE          TO BXA-CHAVE.
           MOVE WRK-DATA-HOJE      TO BXA-DATA-BAIXA.
           MOVE BXP-DIAS-ATRASO    TO BXA-DIAS-ATRASO.
           MOVE WRK-SALDO-PARC     TO BXA-PRINCIPAL.
           MOVE WRK-ENCARGO-DEVIDO TO BXA-ENCARGOS.
           MOVE BXP-SOLICITANTE    TO BXA-SOLICITANTE.
           IF BXP-PRIMEIRA-APROV
                   MOVE BXP-APROVADOR-1 TO BXA-APROVADOR-1
                   MOVE WRK-USER        TO BXA-APROVADOR-2
           ELSE
                   MOVE WRK-USER        TO BXA-APROVADOR-1
                   MOVE ZEROS           TO BXA-APROVADOR-2
           END-IF.
           WRITE BXA-REGISTRO.
           CLOSE BAIXAS-FILE.
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
       0460-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL-SAIDA = (WRK-SER-ANO * 360)
                   + (WRK-SER-MES * 30) + WRK-SER-DIA.
       0300-FINALIZAR.
           MOVE WRK-TOT-PRINCIPAL TO WRK-LTT-PRINCIPAL.
           MOVE WRK-TOT-ENCARGOS  TO WRK-LTT-ENCARGOS.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
           CLOSE REPORT-FILE.
           CLOSE EXCEPTION-FILE.
           DISPLAY 'PARCELAS LIDAS ===> ' WRK-CONTADOR.
           DISPLAY 'CANDIDATAS NOVAS ===> ' WRK-QTD-NOVAS.
           DISPLAY 'PARCELAS BAIXADAS ===> ' WRK-QTD-BAIXADAS.
           DISPLAY 'PENDENTES SEM GLMAP ===> ' WRK-QTD-SEM-MAPA.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0290-REGISTRAR-EXCECAO.
           MOVE 'PROGCOB111' TO EXC-PROGRAMA.
           ACCEPT EXC-DATA FROM DATE YYYYMMDD.
           ACCEPT EXC-HORA FROM TIME.
           MOVE WRK-EXC-CODIGO    TO EXC-CODIGO.
           MOVE WRK-EXC-DESCRICAO TO EXC-DESCRICAO.
           WRITE EXC-LINHA-REL.
       0098-GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE.
           IF WRK-FS-JORNAL-ARQ-INEXISTENTE
                   CLOSE JORNAL-FILE
                   OPEN OUTPUT JORNAL-FILE
           END-IF.
           MOVE SPACES TO JRN-REGISTRO.
           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE 'PROGCOB111'     TO JRN-PROGRAMA.
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
           MOVE 'PROGCOB111' TO GLJ-ORIGEM.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB111' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB111' TO OPLOG-PROGRAMA.
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
