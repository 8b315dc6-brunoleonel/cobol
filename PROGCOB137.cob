       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB137.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = MANUTENCAO ON-LINE DA GRADE CURRICULAR
      *            DOS PROGRAMAS (CURRIC.DAT)
      * DATA = XX/XX/XXXX
      * 192 - MODO P MANTEM O CABECALHO DO PROGRAMA (NOME,
      *       CREDITOS MINIMOS E CREDITOS EM ELETIVAS);
      *       MODO D INCLUI/ALTERA/EXCLUI DISCIPLINA DO
      *       CATALOGO COURSES.DAT COMO OBRIGATORIA OU
      *       ELETIVA COM SEUS CREDITOS; OPERADOR COM A
      *       FUNCAO 'CURR' DA MATRIZ (PROGCOB21), COM
      *       JORNAL
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMS-FILE ASSIGN TO 'PERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERM-USER
               FILE STATUS IS WRK-FS-PERMS.
           SELECT COURSES-FILE ASSIGN TO 'COURSES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COURSES.
           SELECT CURRIC-FILE ASSIGN TO 'CURRIC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRR-CHAVE
               FILE STATUS IS WRK-FS-CURRIC.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  COURSES-FILE.
       01  CUR-REGISTRO.
           02 CUR-CODIGO    PIC 9(04).
           02 CUR-NOME      PIC X(20).
           02 CUR-QTD-AVAL  PIC 9(01).
           02 CUR-PESO1     PIC 9V99.
           02 CUR-PESO2     PIC 9V99.
           02 CUR-PESO3     PIC 9V99.
           02 CUR-PRE-REQUISITO PIC 9(04).
       FD  CURRIC-FILE.
           COPY 'CURRREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
       77 WRK-FS-PERMS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-FS-COURSES  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-COURSES==.
       77 WRK-FS-CURRIC   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CURRIC==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-USER        PIC 9(02) VALUE ZEROS.
       77 WRK-PIN         PIC 9(04) VALUE ZEROS.
       77 WRK-SW-ACESSO   PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-OK VALUE 'S'.
       01 WRK-AUTORIZACAO.
           02 WRK-AUT-USER      PIC 9(02).
           02 WRK-AUT-FUNCAO    PIC X(04).
           02 WRK-AUT-RESULTADO PIC X(01).
       77 WRK-SW-MODO     PIC X(01) VALUE 'D'.
           88 WRK-MODO-PROGRAMA   VALUE 'P'.
           88 WRK-MODO-DISCIPLINA VALUE 'D'.
       77 WRK-PROGRAMA    PIC 9(03) VALUE ZEROS.
       77 WRK-CURSO       PIC 9(04) VALUE ZEROS.
       77 WRK-TIPO        PIC X(01) VALUE SPACES.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-MANUTENCAO VALUE 'S'.
       77 WRK-SW-EXISTE   PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-EXISTE VALUE 'S'.
       77 WRK-SW-CURSO    PIC X(01) VALUE 'N'.
           88 WRK-CURSO-ACHADO VALUE 'S'.
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
           IF WRK-ACESSO-OK
                   PERFORM 0200-MANTER UNTIL WRK-FIM-MANUTENCAO
                   CLOSE CURRIC-FILE
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           DISPLAY 'GRADE CURRICULAR - OPERADOR: '.
           ACCEPT  WRK-USER FROM CONSOLE.
           DISPLAY 'PIN DE ACESSO: '.
           ACCEPT  WRK-PIN FROM CONSOLE.
           PERFORM 0110-VALIDAR-ACESSO.
           IF NOT WRK-ACESSO-OK
                   DISPLAY 'OPERADOR SEM PERMISSAO PARA MANTER '
                           'A GRADE CURRICULAR'
           ELSE
                   DISPLAY 'MODO (P=PROGRAMA / D=DISCIPLINA): '
                   ACCEPT  WRK-SW-MODO FROM CONSOLE
                   IF NOT WRK-MODO-PROGRAMA
                           MOVE 'D' TO WRK-SW-MODO
                   END-IF
                   OPEN I-O CURRIC-FILE
                   IF WRK-FS-CURRIC-ARQ-INEXISTENTE
                           CLOSE CURRIC-FILE
                           OPEN OUTPUT CURRIC-FILE
                           CLOSE CURRIC-FILE
                           OPEN I-O CURRIC-FILE
                   END-IF
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
                   MOVE 'CURR'   TO WRK-AUT-FUNCAO
                   CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                   IF WRK-AUT-RESULTADO NOT = 'S'
                           MOVE 'N' TO WRK-SW-ACESSO
                           DISPLAY 'FUNCAO CURR NAO AUTORIZADA '
                                   'NA MATRIZ'
                   END-IF
           END-IF.
       0200-MANTER.
           DISPLAY 'PROGRAMA (000 PARA ENCERRAR): '.
           ACCEPT  WRK-PROGRAMA FROM CONSOLE.
           IF WRK-PROGRAMA = ZEROS
                   MOVE 'S' TO WRK-SW-FIM
           ELSE
                   IF WRK-MODO-PROGRAMA
                           PERFORM 0210-MANTER-PROGRAMA
                   ELSE
                           PERFORM 0220-MANTER-DISCIPLINA
                   END-IF
           END-IF.
       0210-MANTER-PROGRAMA.
           MOVE 'N'          TO WRK-SW-EXISTE.
           MOVE WRK-PROGRAMA TO CRR-PROGRAMA.
           MOVE ZEROS        TO CRR-CURSO.
           READ CURRIC-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES CRR-DADOS
                   MOVE ZEROS  TO CRR-CRED-MINIMO CRR-CRED-ELETIVAS
                   DISPLAY 'PROGRAMA NOVO - INCLUSAO'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-EXISTE
                   MOVE CRR-REGISTRO TO WRK-JRN-ANTES
                   DISPLAY 'PROGRAMA: ' CRR-NOME ' CREDITOS '
                           CRR-CRED-MINIMO ' ELETIVAS '
                           CRR-CRED-ELETIVAS
           END-READ.
           DISPLAY 'NOME DO PROGRAMA: '.
           ACCEPT  CRR-NOME FROM CONSOLE.
           DISPLAY 'CREDITOS MINIMOS PARA CONCLUSAO: '.
           ACCEPT  CRR-CRED-MINIMO FROM CONSOLE.
           DISPLAY 'CREDITOS MINIMOS EM ELETIVAS: '.
           ACCEPT  CRR-CRED-ELETIVAS FROM CONSOLE.
           PERFORM 0250-GRAVAR-CURRICULO.
       0220-MANTER-DISCIPLINA.
           MOVE WRK-PROGRAMA TO CRR-PROGRAMA.
           MOVE ZEROS        TO CRR-CURSO.
           READ CURRIC-FILE
               INVALID KEY
                   DISPLAY 'PROGRAMA ' WRK-PROGRAMA ' SEM '
                           'CABECALHO - CADASTRE NO MODO P'
               NOT INVALID KEY
                   DISPLAY 'PROGRAMA: ' CRR-NOME
                   DISPLAY 'CODIGO DO CURSO: '
                   ACCEPT  WRK-CURSO FROM CONSOLE
                   PERFORM 0230-BUSCAR-CURSO
                   IF WRK-CURSO-ACHADO
                           PERFORM 0240-GRAVAR-DISCIPLINA
                   ELSE
                           DISPLAY 'CURSO ' WRK-CURSO ' FORA DO '
                                   'CATALOGO COURSES.DAT'
                   END-IF
           END-READ.
       0230-BUSCAR-CURSO.
           MOVE 'N' TO WRK-SW-CURSO.
           IF WRK-CURSO NOT = ZEROS
                   OPEN INPUT COURSES-FILE
                   IF WRK-FS-COURSES-OK
                           PERFORM 0235-LER-CURSO
                                   UNTIL WRK-FS-COURSES = '10'
                                      OR WRK-CURSO-ACHADO
                   END-IF
                   CLOSE COURSES-FILE
           END-IF.
       0235-LER-CURSO.
           READ COURSES-FILE
               AT END
                   MOVE '10' TO WRK-FS-COURSES
               NOT AT END
                   IF CUR-CODIGO = WRK-CURSO
                           MOVE 'S' TO WRK-SW-CURSO
                           DISPLAY 'CURSO: ' CUR-NOME
                   END-IF
           END-READ.
       0240-GRAVAR-DISCIPLINA.
           MOVE 'N'          TO WRK-SW-EXISTE.
           MOVE WRK-PROGRAMA TO CRR-PROGRAMA.
           MOVE WRK-CURSO    TO CRR-CURSO.
           READ CURRIC-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES CRR-DADOS
                   MOVE ZEROS  TO CRR-CREDITOS
                   DISPLAY 'DISCIPLINA NOVA NA GRADE'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-EXISTE
                   MOVE CRR-REGISTRO TO WRK-JRN-ANTES
                   DISPLAY 'NA GRADE COMO ' CRR-TIPO ' COM '
                           CRR-CREDITOS ' CREDITOS'
           END-READ.
           DISPLAY 'TIPO (O=OBRIGATORIA / E=ELETIVA / '
                   'X=EXCLUIR DA GRADE): '.
           ACCEPT  WRK-TIPO FROM CONSOLE.
           MOVE 'CURRIC' TO WRK-JRN-ARQUIVO.
           EVALUATE TRUE
               WHEN WRK-TIPO = 'X' AND WRK-REGISTRO-EXISTE
                   MOVE SPACES TO WRK-JRN-DEPOIS
                   MOVE 'DL'   TO WRK-JRN-OPER
                   DELETE CURRIC-FILE
                   DISPLAY 'DISCIPLINA EXCLUIDA DA GRADE'
                   PERFORM 0098-GRAVAR-JORNAL
                   ADD 1 TO WRK-CONTADOR
               WHEN WRK-TIPO = 'X'
                   DISPLAY 'DISCIPLINA NAO ESTA NA GRADE'
               WHEN WRK-TIPO = 'O' OR WRK-TIPO = 'E'
                   MOVE WRK-TIPO TO CRR-TIPO
                   DISPLAY 'CREDITOS (HORAS-CREDITO): '
                   ACCEPT  CRR-CREDITOS FROM CONSOLE
                   PERFORM 0250-GRAVAR-CURRICULO
               WHEN OTHER
                   DISPLAY 'TIPO INVALIDO: ' WRK-TIPO
           END-EVALUATE.
       0250-GRAVAR-CURRICULO.
           MOVE CRR-REGISTRO TO WRK-JRN-DEPOIS.
           MOVE 'CURRIC'     TO WRK-JRN-ARQUIVO.
           IF WRK-REGISTRO-EXISTE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE CRR-REGISTRO
                   DISPLAY 'GRADE ALTERADA'
           ELSE
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE CRR-REGISTRO
                   DISPLAY 'GRADE INCLUIDA'
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-CONTADOR.
       0300-FINALIZAR.
           DISPLAY 'REGISTROS TRATADOS ===> ' WRK-CONTADOR.
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
           MOVE 'PROGCOB137'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB137' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB137' TO OPLOG-PROGRAMA.
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
