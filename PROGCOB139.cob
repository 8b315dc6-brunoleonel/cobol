       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB139.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = RELATORIO DE AUDITORIA DE CONCLUSAO DO
      *            ALUNO - DISCIPLINAS DA GRADE CONCLUIDAS,
      *            EM ANDAMENTO E FALTANTES E CREDITOS QUE
      *            FALTAM PARA A CONCLUSAO
      * DATA = XX/XX/XXXX
      * 192 - UM ALUNO POR VEZ ATE 00000; PROGRAMA DO
      *       ALUNMST.DAT, APURACAO PELO PROGCOB138, NOMES
      *       DOS CURSOS DO CATALOGO COURSES.DAT
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNMST-FILE ASSIGN TO 'ALUNMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT COURSES-FILE ASSIGN TO 'COURSES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COURSES.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB139.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNMST-FILE.
           COPY 'ALUNREC.cob'.
       FD  COURSES-FILE.
       01  CUR-REGISTRO.
           02 CUR-CODIGO    PIC 9(04).
           02 CUR-NOME      PIC X(20).
           02 CUR-QTD-AVAL  PIC 9(01).
           02 CUR-PESO1     PIC 9V99.
           02 CUR-PESO2     PIC 9V99.
           02 CUR-PESO3     PIC 9V99.
           02 CUR-PRE-REQUISITO PIC 9(04).
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-ALUNMST  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ALUNMST==.
       77 WRK-FS-COURSES  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-COURSES==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-ALUNO       PIC 9(05) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-CONSULTA VALUE 'S'.
       77 WRK-SW-FIM-CURSOS PIC X(01) VALUE 'N'.
           88 WRK-FIM-CURSOS VALUE 'S'.
       77 WRK-SW-ALUNMST  PIC X(01) VALUE 'N'.
           88 WRK-ALUNMST-ABERTO VALUE 'S'.
       01 WRK-TAB-CURSOS.
           02 WRK-TCR-ENTRADA OCCURS 500 TIMES.
               03 WRK-TCR-CODIGO  PIC 9(04).
               03 WRK-TCR-NOME    PIC X(20).
       77 WRK-QTD-CURSOS  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX         PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ITEM    PIC 9(02) VALUE ZEROS.
       77 WRK-NOME-CURSO  PIC X(20) VALUE SPACES.
       01 WRK-AUDITORIA.
           02 WRK-AUD-ALUNO          PIC 9(05).
           02 WRK-AUD-PROGRAMA       PIC 9(03).
           02 WRK-AUD-RESULTADO      PIC X(01).
           02 WRK-AUD-CRED-MINIMO    PIC 9(03).
           02 WRK-AUD-CRED-CUMPRIDOS PIC 9(03).
           02 WRK-AUD-CRED-FALTANTES PIC 9(03).
           02 WRK-AUD-QTD-ITENS      PIC 9(02).
           02 WRK-AUD-ITEM OCCURS 60 TIMES.
               03 WRK-AUD-CURSO      PIC 9(04).
               03 WRK-AUD-TIPO       PIC X(01).
               03 WRK-AUD-CREDITOS   PIC 9(02).
               03 WRK-AUD-SITUACAO   PIC X(01).
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-ITEM.
           02 FILLER          PIC X(08) VALUE '  CURSO '.
           02 WRK-LI-CURSO    PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LI-NOME     PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LI-TIPO     PIC X(11).
           02 FILLER          PIC X(06) VALUE ' CRED '.
           02 WRK-LI-CREDITOS PIC Z9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LI-SITUACAO PIC X(12).
           02 FILLER          PIC X(04) VALUE SPACES.
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
           PERFORM 0200-AUDITAR-ALUNO UNTIL WRK-FIM-CONSULTA.
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
           PERFORM 0110-CARREGAR-CURSOS.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'AUDITORIA CONCLUSAO' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE         TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           OPEN INPUT ALUNMST-FILE.
           IF NOT WRK-FS-ALUNMST-OK
                   DISPLAY 'ALUNMST.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           ELSE
                   MOVE 'S' TO WRK-SW-ALUNMST
           END-IF.
       0110-CARREGAR-CURSOS.
           MOVE ZEROS TO WRK-QTD-CURSOS.
           OPEN INPUT COURSES-FILE.
           IF WRK-FS-COURSES-OK
                   PERFORM 0115-LER-CURSO UNTIL WRK-FIM-CURSOS
                   CLOSE COURSES-FILE
           END-IF.
       0115-LER-CURSO.
           READ COURSES-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM-CURSOS
               NOT AT END
                   IF WRK-QTD-CURSOS < 500
                           ADD 1 TO WRK-QTD-CURSOS
                           MOVE CUR-CODIGO
                               TO WRK-TCR-CODIGO(WRK-QTD-CURSOS)
                           MOVE CUR-NOME
                               TO WRK-TCR-NOME(WRK-QTD-CURSOS)
                   END-IF
           END-READ.
       0200-AUDITAR-ALUNO.
           DISPLAY 'MATRICULA DO ALUNO (00000 PARA ENCERRAR): '.
           ACCEPT  WRK-ALUNO FROM CONSOLE.
           IF WRK-ALUNO = ZEROS
                   MOVE 'S' TO WRK-SW-FIM
           ELSE
                   MOVE WRK-ALUNO TO ALU-ID
                   READ ALUNMST-FILE
                       INVALID KEY
                           DISPLAY 'ALUNO NAO CADASTRADO: ' WRK-ALUNO
                       NOT INVALID KEY
                           PERFORM 0210-EMITIR-AUDITORIA
                   END-READ
           END-IF.
       0210-EMITIR-AUDITORIA.
           MOVE ALU-ID       TO WRK-AUD-ALUNO.
           MOVE ALU-PROGRAMA TO WRK-AUD-PROGRAMA.
           CALL 'PROGCOB138' USING WRK-AUDITORIA.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING 'ALUNO ' ALU-ID ' ' ALU-NOME
                  ' PROGRAMA ' ALU-PROGRAMA
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           IF WRK-AUD-RESULTADO = 'N'
                   MOVE SPACES TO WRK-LINHA-TITULO
                   STRING '  PROGRAMA ' ALU-PROGRAMA
                          ' SEM GRADE CURRICULAR CADASTRADA'
                          DELIMITED BY SIZE INTO WRK-LINHA-TITULO
                   WRITE REP-LINHA FROM WRK-LINHA-TITULO
                   DISPLAY WRK-LINHA-TITULO
           ELSE
                   PERFORM 0220-GRAVAR-ITEM
                           VARYING WRK-IDX-ITEM FROM 1 BY 1
                           UNTIL WRK-IDX-ITEM > WRK-AUD-QTD-ITENS
                   PERFORM 0240-GRAVAR-RESUMO
           END-IF.
           ADD 1 TO WRK-CONTADOR.
       0220-GRAVAR-ITEM.
           MOVE WRK-AUD-CURSO(WRK-IDX-ITEM) TO WRK-LI-CURSO.
           PERFORM 0230-BUSCAR-NOME-CURSO.
           MOVE WRK-NOME-CURSO TO WRK-LI-NOME.
           IF WRK-AUD-TIPO(WRK-IDX-ITEM) = 'E'
                   MOVE 'ELETIVA'     TO WRK-LI-TIPO
           ELSE
                   MOVE 'OBRIGATORIA' TO WRK-LI-TIPO
           END-IF.
           MOVE WRK-AUD-CREDITOS(WRK-IDX-ITEM) TO WRK-LI-CREDITOS.
           EVALUATE WRK-AUD-SITUACAO(WRK-IDX-ITEM)
               WHEN 'C'
                   MOVE 'CONCLUIDA'    TO WRK-LI-SITUACAO
               WHEN 'A'
                   MOVE 'EM ANDAMENTO' TO WRK-LI-SITUACAO
               WHEN OTHER
                   MOVE 'FALTANTE'     TO WRK-LI-SITUACAO
           END-EVALUATE.
           WRITE REP-LINHA FROM WRK-LINHA-ITEM.
           DISPLAY WRK-LINHA-ITEM.
       0230-BUSCAR-NOME-CURSO.
           MOVE 'CURSO FORA CATALOGO' TO WRK-NOME-CURSO.
           PERFORM 0235-COMPARAR-CURSO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-CURSOS.
       0235-COMPARAR-CURSO.
           IF WRK-TCR-CODIGO(WRK-IDX) = WRK-LI-CURSO
                   MOVE WRK-TCR-NOME(WRK-IDX) TO WRK-NOME-CURSO
           END-IF.
       0240-GRAVAR-RESUMO.
           MOVE SPACES TO WRK-LINHA-TITULO.
           IF WRK-AUD-RESULTADO = 'C'
                   STRING '  CREDITOS EXIGIDOS ' WRK-AUD-CRED-MINIMO
                          ' CUMPRIDOS ' WRK-AUD-CRED-CUMPRIDOS
                          ' FALTAM ' WRK-AUD-CRED-FALTANTES
                          ' - COMPLETA'
                          DELIMITED BY SIZE INTO WRK-LINHA-TITULO
           ELSE
                   STRING '  CREDITOS EXIGIDOS ' WRK-AUD-CRED-MINIMO
                          ' CUMPRIDOS ' WRK-AUD-CRED-CUMPRIDOS
                          ' FALTAM ' WRK-AUD-CRED-FALTANTES
                          ' - INCOMPLETA'
                          DELIMITED BY SIZE INTO WRK-LINHA-TITULO
           END-IF.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
       0300-FINALIZAR.
           IF WRK-ALUNMST-ABERTO
                   CLOSE ALUNMST-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY 'ALUNOS AUDITADOS ===> ' WRK-CONTADOR.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB139' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB139' TO OPLOG-PROGRAMA.
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
