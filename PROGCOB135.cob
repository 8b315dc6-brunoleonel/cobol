       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB135.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = ACOMPANHAMENTO DIARIO DA ENTREGA DAS NOTAS
      *            POR TURMA DO PERIODO LETIVO CONTRA O PRAZO
      *            (TURMAS.DAT X PRAZONOT.DAT)
      * DATA = XX/XX/XXXX
      * 190 - LISTA PARA A COORDENACAO AS TURMAS COM ALUNOS
      *       E SEM NOTAS ENTREGUES QUE ESTAO A MENOS DE
      *       PRZ-DIAS-AVISO DO PRAZO (A VENCER) OU JA
      *       PASSARAM DELE (ATRASADA); O PRIMEIRO ATRASO DE
      *       CADA TURMA VAI PARA ALERTAS.DAT (ROTEIRO SECR)
      *       E FICA MARCADO EM TUR-DATA-ALERTA
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS-FILE ASSIGN TO 'TURMAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-FS-TURMAS.
           SELECT PRAZONOT-FILE ASSIGN TO 'PRAZONOT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRZ-PERIODO
               FILE STATUS IS WRK-FS-PRAZONOT.
           SELECT PROFESSOR-FILE ASSIGN TO 'PROFESSOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-ID
               FILE STATUS IS WRK-FS-PROFESSOR.
           SELECT ALERTAS-FILE ASSIGN TO 'ALERTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALERTAS.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB135.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMAS-FILE.
           COPY 'TURMREC.cob'.
       FD  PRAZONOT-FILE.
           COPY 'PRAZREC.cob'.
       FD  PROFESSOR-FILE.
           COPY 'PROFREC.cob'.
       FD  ALERTAS-FILE.
           COPY 'ALRTREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-TURMAS   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-TURMAS==.
       77 WRK-FS-PRAZONOT PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRAZONOT==.
       77 WRK-FS-PROFESSOR PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PROFESSOR==.
       77 WRK-FS-ALERTAS  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ALERTAS==.
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
       77 WRK-PERIODO     PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-AVISO  PIC 9(08) VALUE ZEROS.
       77 WRK-SW-PRAZO    PIC X(01) VALUE 'N'.
           88 WRK-PRAZO-ACHADO VALUE 'S'.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-TURMAS VALUE 'S'.
       77 WRK-SITUACAO    PIC X(10) VALUE SPACES.
       77 WRK-NOME-PROF   PIC X(20) VALUE SPACES.
       77 WRK-QTD-A-VENCER PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ATRASADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ALERTAS PIC 9(05) VALUE ZEROS.
       77 WRK-ALR-TEXTO   PIC X(40) VALUE SPACES.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-DIA-UTIL.
           02 WRK-DU-FUNCAO    PIC X(01).
           02 WRK-DU-DATA      PIC 9(08).
           02 WRK-DU-RESULTADO PIC X(01).
           02 WRK-DU-PROXIMA   PIC 9(08).
           02 WRK-DU-REGIAO    PIC 9(02).
           02 WRK-DU-DIAS      PIC 9(03).
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-TURMA.
           02 FILLER          PIC X(06) VALUE 'TURMA '.
           02 WRK-LT-CURSO    PIC 9(04).
           02 FILLER          PIC X(01) VALUE '-'.
           02 WRK-LT-TURMA    PIC 9(02).
           02 FILLER          PIC X(06) VALUE ' PROF '.
           02 WRK-LT-PROFESSOR PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LT-NOME     PIC X(20).
           02 FILLER          PIC X(08) VALUE ' ALUNOS '.
           02 WRK-LT-ALUNOS   PIC ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LT-SITUACAO PIC X(10).
           02 FILLER          PIC X(06) VALUE SPACES.
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
           IF WRK-PRAZO-ACHADO
                   PERFORM 0200-LER-TURMA UNTIL WRK-FIM-TURMAS
                   CLOSE TURMAS-FILE
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
           OPEN OUTPUT REPORT-FILE.
           MOVE 'NOTAS PENDENTES' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE     TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           PERFORM 0110-LER-PRAZO.
           IF WRK-PRAZO-ACHADO
                   MOVE SPACES TO WRK-LINHA-TITULO
                   STRING 'PERIODO ' WRK-PERIODO
                          ' PRAZO DAS NOTAS ' PRZ-DATA-LIMITE
                          ' AVISO ' PRZ-DIAS-AVISO ' DIAS'
                          DELIMITED BY SIZE INTO WRK-LINHA-TITULO
                   WRITE REP-LINHA FROM WRK-LINHA-TITULO
                   DISPLAY WRK-LINHA-TITULO
                   MOVE 'S'            TO WRK-DU-FUNCAO
                   MOVE WRK-DATA-HOJE  TO WRK-DU-DATA
                   MOVE PRZ-DIAS-AVISO TO WRK-DU-DIAS
                   MOVE ZEROS          TO WRK-DU-REGIAO
                   CALL 'PROGCOB40' USING WRK-DIA-UTIL
                   MOVE WRK-DU-PROXIMA TO WRK-DATA-AVISO
                   PERFORM 0120-POSICIONAR-TURMAS
           END-IF.
       0110-LER-PRAZO.
           MOVE 'N' TO WRK-SW-PRAZO.
           OPEN INPUT PRAZONOT-FILE.
           IF WRK-FS-PRAZONOT-OK
                   MOVE WRK-PERIODO TO PRZ-PERIODO
                   READ PRAZONOT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-SW-PRAZO
                   END-READ
           END-IF.
           CLOSE PRAZONOT-FILE.
           IF NOT WRK-PRAZO-ACHADO
                   DISPLAY 'PRAZO DAS NOTAS NAO CADASTRADO PARA O '
                           'PERIODO ' WRK-PERIODO
           END-IF.
       0120-POSICIONAR-TURMAS.
           OPEN I-O TURMAS-FILE.
           IF NOT WRK-FS-TURMAS-OK
                   DISPLAY 'TURMAS.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           ELSE
                   MOVE WRK-PERIODO TO TUR-PERIODO
                   MOVE ZEROS       TO TUR-CURSO TUR-TURMA
                   START TURMAS-FILE KEY >= TUR-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM
                   END-START
           END-IF.
       0200-LER-TURMA.
           READ TURMAS-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF TUR-PERIODO NOT = WRK-PERIODO
                           MOVE 'S' TO WRK-SW-FIM
                   ELSE
                           IF TUR-DATA-NOTAS = ZEROS
                              AND TUR-MATRICULADOS > ZEROS
                                   PERFORM 0210-AVALIAR-TURMA
                           END-IF
                   END-IF
           END-READ.
       0210-AVALIAR-TURMA.
           MOVE SPACES TO WRK-SITUACAO.
           EVALUATE TRUE
               WHEN WRK-DATA-HOJE > PRZ-DATA-LIMITE
                   MOVE 'ATRASADA' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-ATRASADAS
                   IF TUR-DATA-ALERTA = ZEROS
                           PERFORM 0230-ALERTAR-ATRASO
                   END-IF
               WHEN WRK-DATA-AVISO NOT < PRZ-DATA-LIMITE
                   MOVE 'A VENCER' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-A-VENCER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WRK-SITUACAO NOT = SPACES
                   PERFORM 0220-GRAVAR-LINHA
           END-IF.
       0220-GRAVAR-LINHA.
           PERFORM 0225-CONSULTAR-PROFESSOR.
           MOVE TUR-CURSO        TO WRK-LT-CURSO.
           MOVE TUR-TURMA        TO WRK-LT-TURMA.
           MOVE TUR-PROFESSOR    TO WRK-LT-PROFESSOR.
           MOVE WRK-NOME-PROF    TO WRK-LT-NOME.
           MOVE TUR-MATRICULADOS TO WRK-LT-ALUNOS.
           MOVE WRK-SITUACAO     TO WRK-LT-SITUACAO.
           WRITE REP-LINHA FROM WRK-LINHA-TURMA.
           DISPLAY WRK-LINHA-TURMA.
           ADD 1 TO WRK-CONTADOR.
       0225-CONSULTAR-PROFESSOR.
           MOVE 'SEM PROFESSOR' TO WRK-NOME-PROF.
           OPEN INPUT PROFESSOR-FILE.
           IF WRK-FS-PROFESSOR-OK
                   MOVE TUR-PROFESSOR TO PRF-ID
                   READ PROFESSOR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PRF-NOME TO WRK-NOME-PROF
                   END-READ
           END-IF.
           CLOSE PROFESSOR-FILE.
       0230-ALERTAR-ATRASO.
           MOVE SPACES TO WRK-ALR-TEXTO.
           STRING 'NOTAS ATRASADAS TURMA ' TUR-CURSO '-'
                  TUR-TURMA ' PROF ' TUR-PROFESSOR
                  DELIMITED BY SIZE INTO WRK-ALR-TEXTO.
           OPEN EXTEND ALERTAS-FILE.
           IF WRK-FS-ALERTAS-ARQ-INEXISTENTE
                   CLOSE ALERTAS-FILE
                   OPEN OUTPUT ALERTAS-FILE
           END-IF.
           ACCEPT ALR-DATA FROM DATE YYYYMMDD.
           ACCEPT ALR-HORA FROM TIME.
           MOVE 'PROGCOB135'  TO ALR-PROGRAMA.
           MOVE 'A'           TO ALR-SEVERIDADE.
           MOVE 'SECR'        TO ALR-ROTEIRO.
           MOVE WRK-ALR-TEXTO TO ALR-TEXTO.
           MOVE 'A'   TO ALR-STATUS.
           MOVE ZEROS TO ALR-RECONHECEDOR ALR-DATA-RECON.
           WRITE ALR-REGISTRO.
           CLOSE ALERTAS-FILE.
           ADD 1 TO WRK-QTD-ALERTAS.
           MOVE TUR-REGISTRO  TO WRK-JRN-ANTES.
           MOVE WRK-DATA-HOJE TO TUR-DATA-ALERTA.
           MOVE TUR-REGISTRO  TO WRK-JRN-DEPOIS.
           MOVE 'TURMAS'      TO WRK-JRN-ARQUIVO.
           MOVE 'RW'          TO WRK-JRN-OPER.
           REWRITE TUR-REGISTRO.
           PERFORM 0098-GRAVAR-JORNAL.
       0300-FINALIZAR.
           CLOSE REPORT-FILE.
           DISPLAY 'TURMAS A VENCER ===> ' WRK-QTD-A-VENCER.
           DISPLAY 'TURMAS ATRASADAS ===> ' WRK-QTD-ATRASADAS.
           DISPLAY 'ALERTAS GRAVADOS ===> ' WRK-QTD-ALERTAS.
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
           MOVE 'PROGCOB135'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB135' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB135' TO OPLOG-PROGRAMA.
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
