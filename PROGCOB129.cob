       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB129.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = RELATORIO DE MEIO DE PERIODO DOS ALUNOS EM
      *            RISCO DE REPROVACAO POR FREQUENCIA
      *            (PRESENCA.DAT)
      * DATA = XX/XX/XXXX
      * 186 - POR ALUNO: AULAS REGISTRADAS, FALTAS, PERCENTUAL
      *       DE PRESENCA E SALDO DE FALTAS PERMITIDAS SOBRE
      *       AS AULAS PREVISTAS DO PERIODO (MINIMO DE
      *       PARAM.CFG, PADRAO 075%). LISTA QUEM JA ESTOUROU
      *       O LIMITE (REPROVADO) OU JA USOU TRES QUARTOS
      *       DELE OU ESTA ABAIXO DO MINIMO (EM RISCO)
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESENCA-FILE ASSIGN TO 'PRESENCA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRS-CHAVE
               FILE STATUS IS WRK-FS-PRESENCA.
           SELECT ALUNMST-FILE ASSIGN TO 'ALUNMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT PARAM-FILE ASSIGN TO 'PARAM.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB129.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PRESENCA-FILE.
           COPY 'PRESREC.cob'.
       FD  ALUNMST-FILE.
           COPY 'ALUNREC.cob'.
       FD  PARAM-FILE.
       01  PARAM-REC.
           02 PARAM-CORTE-APROVADO   PIC 9(02).
           02 PARAM-CORTE-RECUP      PIC 9(02).
           02 PARAM-FREQ-MINIMA      PIC 9(03).
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-PRESENCA PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRESENCA==.
       77 WRK-FS-ALUNMST  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ALUNMST==.
       77 WRK-FS-PARAM    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PARAM==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-PRESENCA VALUE 'S'.
       77 WRK-SW-ALUNMST  PIC X(01) VALUE 'N'.
           88 WRK-ALUNMST-ABERTO VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PERIODO     PIC 9(06) VALUE ZEROS.
       77 WRK-AULAS-PREVISTAS PIC 9(03) VALUE ZEROS.
       77 WRK-FREQ-MINIMA PIC 9(03) VALUE 075.
       77 WRK-ALUNO-ATUAL PIC 9(05) VALUE ZEROS.
       77 WRK-AULAS       PIC 9(03) VALUE ZEROS.
       77 WRK-FALTAS      PIC 9(03) VALUE ZEROS.
       77 WRK-BASE-AULAS  PIC 9(03) VALUE ZEROS.
       77 WRK-PERMITIDAS  PIC 9(03) VALUE ZEROS.
       77 WRK-LIMITE-RISCO PIC 9(03) VALUE ZEROS.
       77 WRK-SALDO       PIC S9(03) VALUE ZEROS.
       77 WRK-FREQ-ALUNO  PIC 9(03)V99 VALUE ZEROS.
       77 WRK-QTD-ALUNOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RISCO   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ESTOURO PIC 9(05) VALUE ZEROS.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-COLUNAS.
           02 FILLER PIC X(35) VALUE
              'ALUNO NOME                 AULAS F'.
           02 FILLER PIC X(35) VALUE
              'ALTAS  PRES.%  PERM SALDO SITUACAO'.
       01 WRK-LINHA-ALUNO.
           02 WRK-LA-ALUNO    PIC 9(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LA-NOME     PIC X(20).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LA-AULAS    PIC ZZ9.
           02 FILLER          PIC X(04) VALUE SPACES.
           02 WRK-LA-FALTAS   PIC ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LA-FREQ     PIC ZZ9,99.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 WRK-LA-PERMITIDAS PIC ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LA-SALDO    PIC -ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LA-SITUACAO PIC X(10).
       01 WRK-LINHA-TOTAL.
           02 WRK-LT-TEXTO    PIC X(30).
           02 WRK-LT-QTDE     PIC ZZ.ZZ9.
           02 FILLER          PIC X(34) VALUE SPACES.
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
           PERFORM 0200-LER-PRESENCA UNTIL WRK-FIM-PRESENCA.
           IF WRK-ALUNO-ATUAL > ZEROS
                   PERFORM 0250-AVALIAR-ALUNO
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
           DISPLAY 'PERIODO LETIVO (AAAAMM): '.
           ACCEPT  WRK-PERIODO FROM CONSOLE.
           DISPLAY 'AULAS PREVISTAS NO PERIODO: '.
           ACCEPT  WRK-AULAS-PREVISTAS FROM CONSOLE.
           PERFORM 0110-CARREGAR-MINIMO.
           OPEN INPUT PRESENCA-FILE.
           IF NOT WRK-FS-PRESENCA-OK
                   DISPLAY 'PRESENCA.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN INPUT ALUNMST-FILE.
           IF WRK-FS-ALUNMST-OK
                   MOVE 'S' TO WRK-SW-ALUNMST
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RISCO DE FREQUENCIA' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING 'PERIODO ' WRK-PERIODO ' - AULAS PREVISTAS '
                  WRK-AULAS-PREVISTAS ' - FREQUENCIA MINIMA '
                  WRK-FREQ-MINIMA '%'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-COLUNAS.
           DISPLAY WRK-LINHA-COLUNAS.
       0110-CARREGAR-MINIMO.
           OPEN INPUT PARAM-FILE.
           IF WRK-FS-PARAM-OK
                   READ PARAM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PARAM-REC(5:3) IS NUMERIC
                              AND PARAM-FREQ-MINIMA > ZEROS
                              AND PARAM-FREQ-MINIMA NOT > 100
                                   MOVE PARAM-FREQ-MINIMA
                                       TO WRK-FREQ-MINIMA
                           END-IF
                   END-READ
                   CLOSE PARAM-FILE
           END-IF.
       0200-LER-PRESENCA.
           READ PRESENCA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF PRS-PERIODO = WRK-PERIODO
                           PERFORM 0210-ACUMULAR-AULA
                   END-IF
           END-READ.
       0210-ACUMULAR-AULA.
           ADD 1 TO WRK-CONTADOR.
           IF PRS-ALUNO NOT = WRK-ALUNO-ATUAL
                   IF WRK-ALUNO-ATUAL > ZEROS
                           PERFORM 0250-AVALIAR-ALUNO
                   END-IF
                   MOVE PRS-ALUNO TO WRK-ALUNO-ATUAL
                   MOVE ZEROS     TO WRK-AULAS WRK-FALTAS
           END-IF.
           IF WRK-AULAS < 999
                   ADD 1 TO WRK-AULAS
                   IF PRS-FALTA
                           ADD 1 TO WRK-FALTAS
                   END-IF
           END-IF.
       0250-AVALIAR-ALUNO.
           ADD 1 TO WRK-QTD-ALUNOS.
           MOVE WRK-AULAS-PREVISTAS TO WRK-BASE-AULAS.
           IF WRK-BASE-AULAS < WRK-AULAS
                   MOVE WRK-AULAS TO WRK-BASE-AULAS
           END-IF.
           COMPUTE WRK-PERMITIDAS =
                   (WRK-BASE-AULAS * (100 - WRK-FREQ-MINIMA)) / 100.
           COMPUTE WRK-LIMITE-RISCO = (WRK-PERMITIDAS * 3) / 4.
           COMPUTE WRK-SALDO = WRK-PERMITIDAS - WRK-FALTAS.
           COMPUTE WRK-FREQ-ALUNO ROUNDED =
                   ((WRK-AULAS - WRK-FALTAS) * 100) / WRK-AULAS.
           MOVE SPACES TO WRK-LA-SITUACAO.
           EVALUATE TRUE
               WHEN WRK-FALTAS > WRK-PERMITIDAS
                   MOVE 'REPROVADO' TO WRK-LA-SITUACAO
                   ADD 1 TO WRK-QTD-ESTOURO
               WHEN WRK-FALTAS >= WRK-LIMITE-RISCO
                    AND WRK-FALTAS > ZEROS
                   MOVE 'EM RISCO' TO WRK-LA-SITUACAO
                   ADD 1 TO WRK-QTD-RISCO
               WHEN WRK-FREQ-ALUNO < WRK-FREQ-MINIMA
                   MOVE 'EM RISCO' TO WRK-LA-SITUACAO
                   ADD 1 TO WRK-QTD-RISCO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WRK-LA-SITUACAO NOT = SPACES
                   PERFORM 0260-LISTAR-ALUNO
           END-IF.
       0260-LISTAR-ALUNO.
           MOVE SPACES TO WRK-LA-NOME.
           IF WRK-ALUNMST-ABERTO
                   MOVE WRK-ALUNO-ATUAL TO ALU-ID
                   READ ALUNMST-FILE
                       INVALID KEY
                           MOVE '*** NAO CADASTRADO' TO WRK-LA-NOME
                       NOT INVALID KEY
                           MOVE ALU-NOME TO WRK-LA-NOME
                   END-READ
           END-IF.
           MOVE WRK-ALUNO-ATUAL TO WRK-LA-ALUNO.
           MOVE WRK-AULAS       TO WRK-LA-AULAS.
           MOVE WRK-FALTAS      TO WRK-LA-FALTAS.
           MOVE WRK-FREQ-ALUNO  TO WRK-LA-FREQ.
           MOVE WRK-PERMITIDAS  TO WRK-LA-PERMITIDAS.
           MOVE WRK-SALDO       TO WRK-LA-SALDO.
           WRITE REP-LINHA FROM WRK-LINHA-ALUNO.
           DISPLAY WRK-LINHA-ALUNO.
       0300-FINALIZAR.
           CLOSE PRESENCA-FILE.
           IF WRK-ALUNMST-ABERTO
                   CLOSE ALUNMST-FILE
           END-IF.
           MOVE 'ALUNOS COM AULAS NO PERIODO' TO WRK-LT-TEXTO.
           MOVE WRK-QTD-ALUNOS TO WRK-LT-QTDE.
           PERFORM 0290-LISTAR-TOTAL.
           MOVE 'ALUNOS EM RISCO'            TO WRK-LT-TEXTO.
           MOVE WRK-QTD-RISCO TO WRK-LT-QTDE.
           PERFORM 0290-LISTAR-TOTAL.
           MOVE 'ALUNOS ACIMA DO LIMITE'     TO WRK-LT-TEXTO.
           MOVE WRK-QTD-ESTOURO TO WRK-LT-QTDE.
           PERFORM 0290-LISTAR-TOTAL.
           CLOSE REPORT-FILE.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0290-LISTAR-TOTAL.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB129' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB129' TO OPLOG-PROGRAMA.
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
