       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB143.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = ARQUIVAMENTO ANUAL DO MOVIMENTO DETALHADO
      *            ANTIGO (CUSTHIST/STKMOV/CREDMOV/SALES/
      *            PRODSLS) COM TOTAIS DE CONTROLE
      * DATA = XX/XX/XXXX
      * 196 - MOVIMENTO DE MES FECHADO (FECHADO.DAT DO
      *       PROGCOB24) COM DATA ANTERIOR A 1O DE JANEIRO
      *       DE (ANO CORRENTE - ARQUIVO-ANOS, PADRAO 2) SAI
      *       DO ARQUIVO VIVO PARA O ARQUIVO MORTO: OS
      *       SEQUENCIAIS SAO SEPARADOS EM .NEW (MANTIDOS,
      *       RECOPIADOS PARA O .DAT) E .ARQ (ARQUIVADOS,
      *       ACUMULADO); SALES E PRODSLS VAO PARA
      *       SALESARQ.DAT/PSLSARQ.DAT E SAO EXCLUIDOS DO
      *       VIVO (SALES COM JORNAL). LIDOS = MANTIDOS +
      *       ARQUIVADOS, EM QUANTIDADE E SOMA DE CONTROLE,
      *       CONFERIDO CONTRA A RECONTAGEM DO VIVO E
      *       GRAVADO EM ARQCTL.DAT PARA AS CONSULTAS
      *       PROGCOB23/52; DIVERGENCIA DEVOLVE RC=8
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECHADO-FILE ASSIGN TO 'FECHADO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FECHADO.
           SELECT ARQCTL-FILE ASSIGN TO 'ARQCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQCTL.
           SELECT CUSTHIST-FILE ASSIGN TO 'CUSTHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTHIST.
           SELECT CUSTNOVO-FILE ASSIGN TO 'CUSTHIST.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTNOVO.
           SELECT CUSTARQ-FILE ASSIGN TO 'CUSTHIST.ARQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTARQ.
           SELECT STKMOV-FILE ASSIGN TO 'STKMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STKMOV.
           SELECT STKNOVO-FILE ASSIGN TO 'STKMOV.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STKNOVO.
           SELECT STKARQ-FILE ASSIGN TO 'STKMOV.ARQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STKARQ.
           SELECT CREDMOV-FILE ASSIGN TO 'CREDMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDMOV.
           SELECT CREDNOVO-FILE ASSIGN TO 'CREDMOV.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDNOVO.
           SELECT CREDARQ-FILE ASSIGN TO 'CREDMOV.ARQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDARQ.
           SELECT SALES-FILE ASSIGN TO 'SALES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SALES-CHAVE
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
           SELECT PRODSLS-FILE ASSIGN TO 'PRODSLS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSL-CHAVE
               FILE STATUS IS WRK-FS-PRODSLS.
           SELECT PSLSARQ-FILE ASSIGN TO 'PSLSARQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARQ-CHAVE
               FILE STATUS IS WRK-FS-PSLSARQ.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB143.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  FECHADO-FILE.
       01  FECH-REGISTRO.
           02 FECH-ANOMES    PIC 9(06).
           02 FECH-DATA-FECH PIC 9(08).
       FD  ARQCTL-FILE.
           COPY 'ARQCREC.cob'.
       FD  CUSTHIST-FILE.
           COPY 'CHISTREC.cob'.
       FD  CUSTNOVO-FILE.
           COPY 'CHISTREC.cob' REPLACING LEADING ==CHIST-==
               BY ==CNOV-==.
       FD  CUSTARQ-FILE.
           COPY 'CHISTREC.cob' REPLACING LEADING ==CHIST-==
               BY ==CARQ-==.
       FD  STKMOV-FILE.
           COPY 'SMOVREC.cob'.
       FD  STKNOVO-FILE.
           COPY 'SMOVREC.cob' REPLACING LEADING ==SMV-==
               BY ==SNOV-==.
       FD  STKARQ-FILE.
           COPY 'SMOVREC.cob' REPLACING LEADING ==SMV-==
               BY ==SARM-==.
       FD  CREDMOV-FILE.
           COPY 'CMOVREC.cob'.
       FD  CREDNOVO-FILE.
           COPY 'CMOVREC.cob' REPLACING LEADING ==CMV-==
               BY ==CNMV-==.
       FD  CREDARQ-FILE.
           COPY 'CMOVREC.cob' REPLACING LEADING ==CMV-==
               BY ==CAMV-==.
       FD  SALES-FILE.
           COPY 'SALEREC.cob'.
       FD  SALESARQ-FILE.
           COPY 'SALEREC.cob' REPLACING LEADING ==SALES-==
               BY ==SARQ-==.
       FD  PRODSLS-FILE.
           COPY 'PSLSREC.cob'.
       FD  PSLSARQ-FILE.
           COPY 'PSLSREC.cob' REPLACING LEADING ==PSL-==
               BY ==PARQ-==.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-FECHADO  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-FECHADO==.
       77 WRK-FS-ARQCTL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ARQCTL==.
       77 WRK-FS-CUSTHIST PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTHIST==.
       77 WRK-FS-CUSTNOVO PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTNOVO==.
       77 WRK-FS-CUSTARQ  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTARQ==.
       77 WRK-FS-STKMOV   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-STKMOV==.
       77 WRK-FS-STKNOVO  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-STKNOVO==.
       77 WRK-FS-STKARQ   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-STKARQ==.
       77 WRK-FS-CREDMOV  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CREDMOV==.
       77 WRK-FS-CREDNOVO PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CREDNOVO==.
       77 WRK-FS-CREDARQ  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CREDARQ==.
       77 WRK-FS-SALES    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SALES==.
       77 WRK-FS-SALESARQ PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SALESARQ==.
       77 WRK-FS-PRODSLS  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODSLS==.
       77 WRK-FS-PSLSARQ  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PSLSARQ==.
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
       77 WRK-ANOS-RETENCAO PIC 9(02) VALUE 2.
       01 WRK-DATA-HOJE.
           02 WRK-HOJE-ANO    PIC 9(04).
           02 WRK-HOJE-MMDD   PIC 9(04).
       77 WRK-DATA-CORTE  PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-REG.
           02 WRK-REG-ANOMES  PIC 9(06).
           02 WRK-REG-DIA     PIC 9(02).
       01 WRK-DATA-REG-N REDEFINES WRK-DATA-REG PIC 9(08).
       77 WRK-ULT-ANOMES  PIC 9(06) VALUE ZEROS.
       77 WRK-SW-ULT-FECHADO PIC X(01) VALUE 'N'.
           88 WRK-ULT-FECHADO VALUE 'S'.
       77 WRK-SW-ARQUIVAR PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVAR VALUE 'S'.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO VALUE 'S'.
       77 WRK-SW-CONFERE  PIC X(01) VALUE 'S'.
           88 WRK-CONFERE VALUE 'S'.
       77 WRK-SW-RC       PIC X(01) VALUE 'N'.
           88 WRK-HOUVE-DIVERGENCIA VALUE 'S'.
       77 WRK-IDX         PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-FECHADOS PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-FECHADOS.
           02 WRK-FE-ANOMES OCCURS 600 TIMES PIC 9(06).
       77 WRK-NOME-ARQUIVO PIC X(08) VALUE SPACES.
       77 WRK-QTD-LIDOS   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-MANTIDOS PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-ARQUIVADOS PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-RECONTADOS PIC 9(09) VALUE ZEROS.
       77 WRK-SOMA-LIDA   PIC S9(13)V99 VALUE ZEROS.
       77 WRK-SOMA-MANTIDA PIC S9(13)V99 VALUE ZEROS.
       77 WRK-SOMA-ARQUIV PIC S9(13)V99 VALUE ZEROS.
       77 WRK-SOMA-RECONTADA PIC S9(13)V99 VALUE ZEROS.
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-CTL.
           02 WRK-LC-ARQUIVO  PIC X(08).
           02 FILLER          PIC X(07) VALUE ' LIDOS '.
           02 WRK-LC-LIDOS    PIC ZZZZZZZZ9.
           02 FILLER          PIC X(06) VALUE ' MANT '.
           02 WRK-LC-MANTIDOS PIC ZZZZZZZZ9.
           02 FILLER          PIC X(05) VALUE ' ARQ '.
           02 WRK-LC-ARQUIV   PIC ZZZZZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LC-SITUACAO PIC X(07).
           02 FILLER          PIC X(09) VALUE SPACES.
       01 WRK-LINHA-SOMA.
           02 FILLER          PIC X(08) VALUE SPACES.
           02 FILLER          PIC X(12) VALUE ' SOMA MANT  '.
           02 WRK-LS-MANTIDA  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(05) VALUE ' ARQ '.
           02 WRK-LS-ARQUIV   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(07) VALUE SPACES.
       77 WRK-JRN-ARQUIVO PIC X(08) VALUE SPACES.
       77 WRK-JRN-OPER    PIC X(02) VALUE SPACES.
       77 WRK-JRN-ANTES   PIC X(60) VALUE SPACES.
       77 WRK-JRN-DEPOIS  PIC X(60) VALUE SPACES.
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
           IF WRK-QTD-FECHADOS > ZEROS
                   PERFORM 0200-ARQUIVAR-CUSTHIST
                   PERFORM 0210-ARQUIVAR-STKMOV
                   PERFORM 0220-ARQUIVAR-CREDMOV
                   PERFORM 0230-ARQUIVAR-SALES
                   PERFORM 0240-ARQUIVAR-PRODSLS
           ELSE
                   STRING 'FECHADO.DAT SEM MESES FECHADOS - '
                          'NADA A ARQUIVAR'
                          DELIMITED BY SIZE INTO WRK-LINHA-TITULO
                   WRITE REP-LINHA FROM WRK-LINHA-TITULO
                   DISPLAY WRK-LINHA-TITULO
           END-IF.
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
           MOVE 'ARQUIVO-ANOS' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
              AND WRK-CF-VALOR-NUM < 100
                   MOVE WRK-CF-VALOR-NUM TO WRK-ANOS-RETENCAO
           END-IF.
           COMPUTE WRK-DATA-CORTE =
                   ((WRK-HOJE-ANO - WRK-ANOS-RETENCAO) * 10000)
                   + 0101.
           PERFORM 0110-CARREGAR-FECHADOS.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'ARQUIVAMENTO ANUAL' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE        TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING 'CORTE: ANTERIOR A ' WRK-DATA-CORTE
                  ' (' WRK-ANOS-RETENCAO ' ANOS) - MESES FECHADOS '
                  WRK-QTD-FECHADOS
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
       0110-CARREGAR-FECHADOS.
           MOVE ZEROS TO WRK-QTD-FECHADOS.
           MOVE 'N'   TO WRK-SW-FIM.
           OPEN INPUT FECHADO-FILE.
           IF WRK-FS-FECHADO-OK
                   PERFORM 0115-LER-FECHADO UNTIL WRK-FIM-ARQUIVO
                   CLOSE FECHADO-FILE
           END-IF.
       0115-LER-FECHADO.
           READ FECHADO-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF WRK-QTD-FECHADOS < 600
                           ADD 1 TO WRK-QTD-FECHADOS
                           MOVE FECH-ANOMES
                             TO WRK-FE-ANOMES(WRK-QTD-FECHADOS)
                   END-IF
           END-READ.
       0190-ZERAR-TOTAIS.
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-MANTIDOS
                         WRK-QTD-ARQUIVADOS WRK-QTD-RECONTADOS
                         WRK-SOMA-LIDA WRK-SOMA-MANTIDA
                         WRK-SOMA-ARQUIV WRK-SOMA-RECONTADA.
           MOVE 'N' TO WRK-SW-FIM.
       0200-ARQUIVAR-CUSTHIST.
           MOVE 'CUSTHIST' TO WRK-NOME-ARQUIVO.
           PERFORM 0190-ZERAR-TOTAIS.
           OPEN INPUT CUSTHIST-FILE.
           IF NOT WRK-FS-CUSTHIST-OK
                   PERFORM 0285-ARQUIVO-AUSENTE
           ELSE
                   OPEN OUTPUT CUSTNOVO-FILE
                   OPEN EXTEND CUSTARQ-FILE
                   IF WRK-FS-CUSTARQ-ARQ-INEXISTENTE
                           CLOSE CUSTARQ-FILE
                           OPEN OUTPUT CUSTARQ-FILE
                   END-IF
                   PERFORM 0202-SEPARAR-CUSTHIST
                           UNTIL WRK-FIM-ARQUIVO
                   CLOSE CUSTHIST-FILE CUSTNOVO-FILE CUSTARQ-FILE
                   PERFORM 0270-CONFERIR-SEPARACAO
                   IF WRK-CONFERE AND WRK-QTD-ARQUIVADOS > ZEROS
                           PERFORM 0205-RECOMPOR-CUSTHIST
                   ELSE
                           MOVE WRK-QTD-MANTIDOS TO WRK-QTD-RECONTADOS
                           MOVE WRK-SOMA-MANTIDA TO WRK-SOMA-RECONTADA
                   END-IF
                   PERFORM 0280-REGISTRAR-CONTROLE
           END-IF.
       0202-SEPARAR-CUSTHIST.
           READ CUSTHIST-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   ADD CHIST-VALOR TO WRK-SOMA-LIDA
                   MOVE CHIST-DATA TO WRK-DATA-REG
                   PERFORM 0260-AVALIAR-DATA
                   IF WRK-ARQUIVAR
                           WRITE CARQ-REGISTRO FROM CHIST-REGISTRO
                           ADD 1 TO WRK-QTD-ARQUIVADOS
                           ADD CHIST-VALOR TO WRK-SOMA-ARQUIV
                   ELSE
                           WRITE CNOV-REGISTRO FROM CHIST-REGISTRO
                           ADD 1 TO WRK-QTD-MANTIDOS
                           ADD CHIST-VALOR TO WRK-SOMA-MANTIDA
                   END-IF
           END-READ.
       0205-RECOMPOR-CUSTHIST.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT CUSTNOVO-FILE.
           OPEN OUTPUT CUSTHIST-FILE.
           PERFORM 0207-COPIAR-CUSTHIST UNTIL WRK-FIM-ARQUIVO.
           CLOSE CUSTNOVO-FILE CUSTHIST-FILE.
       0207-COPIAR-CUSTHIST.
           READ CUSTNOVO-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   WRITE CHIST-REGISTRO FROM CNOV-REGISTRO
                   ADD 1 TO WRK-QTD-RECONTADOS
                   ADD CNOV-VALOR TO WRK-SOMA-RECONTADA
           END-READ.
       0210-ARQUIVAR-STKMOV.
           MOVE 'STKMOV' TO WRK-NOME-ARQUIVO.
           PERFORM 0190-ZERAR-TOTAIS.
           OPEN INPUT STKMOV-FILE.
           IF NOT WRK-FS-STKMOV-OK
                   PERFORM 0285-ARQUIVO-AUSENTE
           ELSE
                   OPEN OUTPUT STKNOVO-FILE
                   OPEN EXTEND STKARQ-FILE
                   IF WRK-FS-STKARQ-ARQ-INEXISTENTE
                           CLOSE STKARQ-FILE
                           OPEN OUTPUT STKARQ-FILE
                   END-IF
                   PERFORM 0212-SEPARAR-STKMOV
                           UNTIL WRK-FIM-ARQUIVO
                   CLOSE STKMOV-FILE STKNOVO-FILE STKARQ-FILE
                   PERFORM 0270-CONFERIR-SEPARACAO
                   IF WRK-CONFERE AND WRK-QTD-ARQUIVADOS > ZEROS
                           PERFORM 0215-RECOMPOR-STKMOV
                   ELSE
                           MOVE WRK-QTD-MANTIDOS TO WRK-QTD-RECONTADOS
                           MOVE WRK-SOMA-MANTIDA TO WRK-SOMA-RECONTADA
                   END-IF
                   PERFORM 0280-REGISTRAR-CONTROLE
           END-IF.
       0212-SEPARAR-STKMOV.
           READ STKMOV-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   ADD SMV-QTDE TO WRK-SOMA-LIDA
                   MOVE SMV-DATA TO WRK-DATA-REG
                   PERFORM 0260-AVALIAR-DATA
                   IF WRK-ARQUIVAR
                           WRITE SARM-REGISTRO FROM SMV-REGISTRO
                           ADD 1 TO WRK-QTD-ARQUIVADOS
                           ADD SMV-QTDE TO WRK-SOMA-ARQUIV
                   ELSE
                           WRITE SNOV-REGISTRO FROM SMV-REGISTRO
                           ADD 1 TO WRK-QTD-MANTIDOS
                           ADD SMV-QTDE TO WRK-SOMA-MANTIDA
                   END-IF
           END-READ.
       0215-RECOMPOR-STKMOV.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT STKNOVO-FILE.
           OPEN OUTPUT STKMOV-FILE.
           PERFORM 0217-COPIAR-STKMOV UNTIL WRK-FIM-ARQUIVO.
           CLOSE STKNOVO-FILE STKMOV-FILE.
       0217-COPIAR-STKMOV.
           READ STKNOVO-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   WRITE SMV-REGISTRO FROM SNOV-REGISTRO
                   ADD 1 TO WRK-QTD-RECONTADOS
                   ADD SNOV-QTDE TO WRK-SOMA-RECONTADA
           END-READ.
       0220-ARQUIVAR-CREDMOV.
           MOVE 'CREDMOV' TO WRK-NOME-ARQUIVO.
           PERFORM 0190-ZERAR-TOTAIS.
           OPEN INPUT CREDMOV-FILE.
           IF NOT WRK-FS-CREDMOV-OK
                   PERFORM 0285-ARQUIVO-AUSENTE
           ELSE
                   OPEN OUTPUT CREDNOVO-FILE
                   OPEN EXTEND CREDARQ-FILE
                   IF WRK-FS-CREDARQ-ARQ-INEXISTENTE
                           CLOSE CREDARQ-FILE
                           OPEN OUTPUT CREDARQ-FILE
                   END-IF
                   PERFORM 0222-SEPARAR-CREDMOV
                           UNTIL WRK-FIM-ARQUIVO
                   CLOSE CREDMOV-FILE CREDNOVO-FILE CREDARQ-FILE
                   PERFORM 0270-CONFERIR-SEPARACAO
                   IF WRK-CONFERE AND WRK-QTD-ARQUIVADOS > ZEROS
                           PERFORM 0225-RECOMPOR-CREDMOV
                   ELSE
                           MOVE WRK-QTD-MANTIDOS TO WRK-QTD-RECONTADOS
                           MOVE WRK-SOMA-MANTIDA TO WRK-SOMA-RECONTADA
                   END-IF
                   PERFORM 0280-REGISTRAR-CONTROLE
           END-IF.
       0222-SEPARAR-CREDMOV.
           READ CREDMOV-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   ADD CMV-VALOR TO WRK-SOMA-LIDA
                   MOVE CMV-DATA TO WRK-DATA-REG
                   PERFORM 0260-AVALIAR-DATA
                   IF WRK-ARQUIVAR
                           WRITE CAMV-REGISTRO FROM CMV-REGISTRO
                           ADD 1 TO WRK-QTD-ARQUIVADOS
                           ADD CMV-VALOR TO WRK-SOMA-ARQUIV
                   ELSE
                           WRITE CNMV-REGISTRO FROM CMV-REGISTRO
                           ADD 1 TO WRK-QTD-MANTIDOS
                           ADD CMV-VALOR TO WRK-SOMA-MANTIDA
                   END-IF
           END-READ.
       0225-RECOMPOR-CREDMOV.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT CREDNOVO-FILE.
           OPEN OUTPUT CREDMOV-FILE.
           PERFORM 0227-COPIAR-CREDMOV UNTIL WRK-FIM-ARQUIVO.
           CLOSE CREDNOVO-FILE CREDMOV-FILE.
       0227-COPIAR-CREDMOV.
           READ CREDNOVO-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   WRITE CMV-REGISTRO FROM CNMV-REGISTRO
                   ADD 1 TO WRK-QTD-RECONTADOS
                   ADD CNMV-VALOR TO WRK-SOMA-RECONTADA
           END-READ.
       0230-ARQUIVAR-SALES.
           MOVE 'SALES' TO WRK-NOME-ARQUIVO.
           PERFORM 0190-ZERAR-TOTAIS.
           OPEN I-O SALES-FILE.
           IF NOT WRK-FS-SALES-OK
                   CLOSE SALES-FILE
                   PERFORM 0285-ARQUIVO-AUSENTE
           ELSE
                   OPEN I-O SALESARQ-FILE
                   IF WRK-FS-SALESARQ-ARQ-INEXISTENTE
                           CLOSE SALESARQ-FILE
                           OPEN OUTPUT SALESARQ-FILE
                           CLOSE SALESARQ-FILE
                           OPEN I-O SALESARQ-FILE
                   END-IF
                   PERFORM 0232-SEPARAR-SALES
                           UNTIL WRK-FIM-ARQUIVO
                   CLOSE SALES-FILE SALESARQ-FILE
                   PERFORM 0270-CONFERIR-SEPARACAO
                   MOVE 'N' TO WRK-SW-FIM
                   OPEN INPUT SALES-FILE
                   PERFORM 0235-RECONTAR-SALES
                           UNTIL WRK-FIM-ARQUIVO
                   CLOSE SALES-FILE
                   PERFORM 0280-REGISTRAR-CONTROLE
           END-IF.
       0232-SEPARAR-SALES.
           READ SALES-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   ADD SALES-TOTAL TO WRK-SOMA-LIDA
                   MOVE SALES-DATA TO WRK-DATA-REG
                   PERFORM 0260-AVALIAR-DATA
                   IF WRK-ARQUIVAR
                           PERFORM 0233-MOVER-SALES
                   ELSE
                           ADD 1 TO WRK-QTD-MANTIDOS
                           ADD SALES-TOTAL TO WRK-SOMA-MANTIDA
                   END-IF
           END-READ.
       0233-MOVER-SALES.
           MOVE SALES-REGISTRO TO SARQ-REGISTRO.
           WRITE SARQ-REGISTRO
               INVALID KEY
                   REWRITE SARQ-REGISTRO
           END-WRITE.
           MOVE SALES-REGISTRO TO WRK-JRN-ANTES.
           DELETE SALES-FILE RECORD
               INVALID KEY
                   ADD 1 TO WRK-QTD-MANTIDOS
                   ADD SALES-TOTAL TO WRK-SOMA-MANTIDA
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-ARQUIVADOS
                   ADD SALES-TOTAL TO WRK-SOMA-ARQUIV
                   MOVE 'SALES'  TO WRK-JRN-ARQUIVO
                   MOVE 'DL'     TO WRK-JRN-OPER
                   MOVE SPACES   TO WRK-JRN-DEPOIS
                   PERFORM 0098-GRAVAR-JORNAL
           END-DELETE.
       0235-RECONTAR-SALES.
           READ SALES-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   ADD 1 TO WRK-QTD-RECONTADOS
                   ADD SALES-TOTAL TO WRK-SOMA-RECONTADA
           END-READ.
       0240-ARQUIVAR-PRODSLS.
           MOVE 'PRODSLS' TO WRK-NOME-ARQUIVO.
           PERFORM 0190-ZERAR-TOTAIS.
           OPEN I-O PRODSLS-FILE.
           IF NOT WRK-FS-PRODSLS-OK
                   CLOSE PRODSLS-FILE
                   PERFORM 0285-ARQUIVO-AUSENTE
           ELSE
                   OPEN I-O PSLSARQ-FILE
                   IF WRK-FS-PSLSARQ-ARQ-INEXISTENTE
                           CLOSE PSLSARQ-FILE
                           OPEN OUTPUT PSLSARQ-FILE
                           CLOSE PSLSARQ-FILE
                           OPEN I-O PSLSARQ-FILE
                   END-IF
                   PERFORM 0242-SEPARAR-PRODSLS
                           UNTIL WRK-FIM-ARQUIVO
                   CLOSE PRODSLS-FILE PSLSARQ-FILE
                   PERFORM 0270-CONFERIR-SEPARACAO
                   MOVE 'N' TO WRK-SW-FIM
                   OPEN INPUT PRODSLS-FILE
                   PERFORM 0245-RECONTAR-PRODSLS
                           UNTIL WRK-FIM-ARQUIVO
                   CLOSE PRODSLS-FILE
                   PERFORM 0280-REGISTRAR-CONTROLE
           END-IF.
       0242-SEPARAR-PRODSLS.
           READ PRODSLS-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   ADD PSL-VALOR TO WRK-SOMA-LIDA
                   MOVE PSL-DATA TO WRK-DATA-REG
                   PERFORM 0260-AVALIAR-DATA
                   IF WRK-ARQUIVAR
                           PERFORM 0243-MOVER-PRODSLS
                   ELSE
                           ADD 1 TO WRK-QTD-MANTIDOS
                           ADD PSL-VALOR TO WRK-SOMA-MANTIDA
                   END-IF
           END-READ.
       0243-MOVER-PRODSLS.
           MOVE PSL-REGISTRO TO PARQ-REGISTRO.
           WRITE PARQ-REGISTRO
               INVALID KEY
                   REWRITE PARQ-REGISTRO
           END-WRITE.
           DELETE PRODSLS-FILE RECORD
               INVALID KEY
                   ADD 1 TO WRK-QTD-MANTIDOS
                   ADD PSL-VALOR TO WRK-SOMA-MANTIDA
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-ARQUIVADOS
                   ADD PSL-VALOR TO WRK-SOMA-ARQUIV
           END-DELETE.
       0245-RECONTAR-PRODSLS.
           READ PRODSLS-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   ADD 1 TO WRK-QTD-RECONTADOS
                   ADD PSL-VALOR TO WRK-SOMA-RECONTADA
           END-READ.
       0260-AVALIAR-DATA.
           MOVE 'N' TO WRK-SW-ARQUIVAR.
           IF WRK-DATA-REG IS NUMERIC
              AND WRK-DATA-REG-N < WRK-DATA-CORTE
                   IF WRK-REG-ANOMES NOT = WRK-ULT-ANOMES
                           MOVE WRK-REG-ANOMES TO WRK-ULT-ANOMES
                           MOVE 'N'   TO WRK-SW-ULT-FECHADO
                           MOVE ZEROS TO WRK-IDX
                           PERFORM 0265-PROCURAR-FECHADO
                                   UNTIL WRK-IDX >= WRK-QTD-FECHADOS
                                      OR WRK-ULT-FECHADO
                   END-IF
                   IF WRK-ULT-FECHADO
                           MOVE 'S' TO WRK-SW-ARQUIVAR
                   END-IF
           END-IF.
       0265-PROCURAR-FECHADO.
           ADD 1 TO WRK-IDX.
           IF WRK-FE-ANOMES(WRK-IDX) = WRK-ULT-ANOMES
                   MOVE 'S' TO WRK-SW-ULT-FECHADO
           END-IF.
       0270-CONFERIR-SEPARACAO.
           MOVE 'S' TO WRK-SW-CONFERE.
           IF WRK-QTD-LIDOS NOT =
                   WRK-QTD-MANTIDOS + WRK-QTD-ARQUIVADOS
              OR WRK-SOMA-LIDA NOT =
                   WRK-SOMA-MANTIDA + WRK-SOMA-ARQUIV
                   MOVE 'N' TO WRK-SW-CONFERE
           END-IF.
       0280-REGISTRAR-CONTROLE.
           IF WRK-QTD-RECONTADOS NOT = WRK-QTD-MANTIDOS
              OR WRK-SOMA-RECONTADA NOT = WRK-SOMA-MANTIDA
                   MOVE 'N' TO WRK-SW-CONFERE
           END-IF.
           ADD WRK-QTD-ARQUIVADOS TO WRK-CONTADOR.
           OPEN EXTEND ARQCTL-FILE.
           IF WRK-FS-ARQCTL-ARQ-INEXISTENTE
                   CLOSE ARQCTL-FILE
                   OPEN OUTPUT ARQCTL-FILE
           END-IF.
           MOVE WRK-NOME-ARQUIVO   TO ARQC-ARQUIVO.
           MOVE WRK-DATA-CORTE     TO ARQC-DATA-CORTE.
           MOVE WRK-DATA-HOJE      TO ARQC-DATA-EXEC.
           MOVE WRK-QTD-LIDOS      TO ARQC-LIDOS.
           MOVE WRK-QTD-MANTIDOS   TO ARQC-MANTIDOS.
           MOVE WRK-QTD-ARQUIVADOS TO ARQC-ARQUIVADOS.
           MOVE WRK-SOMA-LIDA      TO ARQC-SOMA-LIDA.
           MOVE WRK-SOMA-MANTIDA   TO ARQC-SOMA-MANTIDA.
           MOVE WRK-SOMA-ARQUIV    TO ARQC-SOMA-ARQUIV.
           IF WRK-CONFERE
                   MOVE 'C' TO ARQC-SITUACAO
                   MOVE 'CONFERE' TO WRK-LC-SITUACAO
           ELSE
                   MOVE 'D' TO ARQC-SITUACAO
                   MOVE 'DIVERGE' TO WRK-LC-SITUACAO
                   MOVE 'S' TO WRK-SW-RC
           END-IF.
           WRITE ARQC-REGISTRO.
           CLOSE ARQCTL-FILE.
           MOVE WRK-NOME-ARQUIVO   TO WRK-LC-ARQUIVO.
           MOVE WRK-QTD-LIDOS      TO WRK-LC-LIDOS.
           MOVE WRK-QTD-MANTIDOS   TO WRK-LC-MANTIDOS.
           MOVE WRK-QTD-ARQUIVADOS TO WRK-LC-ARQUIV.
           WRITE REP-LINHA FROM WRK-LINHA-CTL.
           DISPLAY WRK-LINHA-CTL.
           MOVE WRK-SOMA-MANTIDA   TO WRK-LS-MANTIDA.
           MOVE WRK-SOMA-ARQUIV    TO WRK-LS-ARQUIV.
           WRITE REP-LINHA FROM WRK-LINHA-SOMA.
           DISPLAY WRK-LINHA-SOMA.
       0285-ARQUIVO-AUSENTE.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING WRK-NOME-ARQUIVO ' NAO ENCONTRADO - IGNORADO'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
       0300-FINALIZAR.
           IF WRK-HOUVE-DIVERGENCIA
                   MOVE 'TOTAIS DE CONTROLE DIVERGENTES - VERIFICAR'
                       TO WRK-LINHA-TITULO
                   WRITE REP-LINHA FROM WRK-LINHA-TITULO
                   DISPLAY WRK-LINHA-TITULO
                   MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY 'REGISTROS ARQUIVADOS ===> ' WRK-CONTADOR.
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
           MOVE 'PROGCOB143'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB143' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB143' TO OPLOG-PROGRAMA.
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
