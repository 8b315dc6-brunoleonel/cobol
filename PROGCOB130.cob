       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB130.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = MANUTENCAO ON-LINE DAS TURMAS POR PERIODO
      *            LETIVO (TURMAS.DAT)
      * DATA = XX/XX/XXXX
      * 187 - INCLUSAO/ALTERACAO DE TURMA (PERIODO, CURSO DO
      *       CATALOGO COURSES.DAT E NUMERO DA TURMA) COM
      *       HORARIO, SALA E CAPACIDADE; OPERADOR COM A
      *       FUNCAO 'TURM' DA MATRIZ (PROGCOB21). CAPACIDADE
      *       NAO PODE FICAR ABAIXO DAS VAGAS JA OCUPADAS
      * 190 - ATRIBUICAO DO PROFESSOR RESPONSAVEL PELAS NOTAS
      *       DA TURMA, QUE PRECISA ESTAR ATIVO NO MESTRE
      *       PROFESSOR.DAT (PROGCOB134)
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
           SELECT TURMAS-FILE ASSIGN TO 'TURMAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-FS-TURMAS.
           SELECT PROFESSOR-FILE ASSIGN TO 'PROFESSOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-ID
               FILE STATUS IS WRK-FS-PROFESSOR.
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
       FD  TURMAS-FILE.
           COPY 'TURMREC.cob'.
       FD  PROFESSOR-FILE.
           COPY 'PROFREC.cob'.
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
       77 WRK-FS-TURMAS   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-TURMAS==.
       77 WRK-FS-PROFESSOR PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PROFESSOR==.
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
       77 WRK-PERIODO     PIC 9(06) VALUE ZEROS.
       77 WRK-CURSO       PIC 9(04) VALUE ZEROS.
       77 WRK-TURMA       PIC 9(02) VALUE ZEROS.
       77 WRK-CAPACIDADE  PIC 9(03) VALUE ZEROS.
       77 WRK-SW-EXISTE   PIC X(01) VALUE 'N'.
           88 WRK-TURMA-EXISTE VALUE 'S'.
       77 WRK-PROFESSOR   PIC 9(02) VALUE ZEROS.
       77 WRK-SW-PROFESSOR PIC X(01) VALUE 'N'.
           88 WRK-PROFESSOR-VALIDO VALUE 'S'.
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
                   PERFORM 0200-MANTER UNTIL WRK-CURSO = ZEROS
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           DISPLAY 'TURMAS - OPERADOR: '.
           ACCEPT  WRK-USER FROM CONSOLE.
           DISPLAY 'PIN DE ACESSO: '.
           ACCEPT  WRK-PIN FROM CONSOLE.
           PERFORM 0110-VALIDAR-ACESSO.
           IF NOT WRK-ACESSO-OK
                   DISPLAY 'OPERADOR SEM PERMISSAO PARA MANTER '
                           'TURMAS'
           ELSE
                   DISPLAY 'PERIODO LETIVO (AAAAMM): '
                   ACCEPT  WRK-PERIODO FROM CONSOLE
                   PERFORM 0120-OBTER-TURMA
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
                   MOVE 'TURM'   TO WRK-AUT-FUNCAO
                   CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                   IF WRK-AUT-RESULTADO NOT = 'S'
                           MOVE 'N' TO WRK-SW-ACESSO
                           DISPLAY 'FUNCAO TURM NAO AUTORIZADA '
                                   'NA MATRIZ'
                   END-IF
           END-IF.
       0120-OBTER-TURMA.
           DISPLAY 'CODIGO DO CURSO (0000 PARA ENCERRAR): '.
           ACCEPT  WRK-CURSO FROM CONSOLE.
           IF WRK-CURSO NOT = ZEROS
                   DISPLAY 'NUMERO DA TURMA (01-99): '
                   ACCEPT  WRK-TURMA FROM CONSOLE
           END-IF.
       0200-MANTER.
           PERFORM 0210-BUSCAR-CURSO.
           IF NOT WRK-CURSO-ACHADO
                   DISPLAY 'CURSO ' WRK-CURSO ' FORA DO CATALOGO '
                           'COURSES.DAT - TURMA RECUSADA'
           ELSE
                   PERFORM 0220-GRAVAR-TURMA
           END-IF.
           PERFORM 0120-OBTER-TURMA.
       0210-BUSCAR-CURSO.
           MOVE 'N' TO WRK-SW-CURSO.
           OPEN INPUT COURSES-FILE.
           IF WRK-FS-COURSES-OK
                   PERFORM 0215-LER-CURSO
                           UNTIL WRK-FS-COURSES = '10'
                              OR WRK-CURSO-ACHADO
           END-IF.
           CLOSE COURSES-FILE.
       0215-LER-CURSO.
           READ COURSES-FILE
               AT END
                   MOVE '10' TO WRK-FS-COURSES
               NOT AT END
                   IF CUR-CODIGO = WRK-CURSO
                           MOVE 'S' TO WRK-SW-CURSO
                           DISPLAY 'CURSO: ' CUR-NOME
                   END-IF
           END-READ.
       0220-GRAVAR-TURMA.
           OPEN I-O TURMAS-FILE.
           IF WRK-FS-TURMAS-ARQ-INEXISTENTE
                   CLOSE TURMAS-FILE
                   OPEN OUTPUT TURMAS-FILE
                   CLOSE TURMAS-FILE
                   OPEN I-O TURMAS-FILE
           END-IF.
           MOVE 'N'         TO WRK-SW-EXISTE.
           MOVE WRK-PERIODO TO TUR-PERIODO.
           MOVE WRK-CURSO   TO TUR-CURSO.
           MOVE WRK-TURMA   TO TUR-TURMA.
           READ TURMAS-FILE
               INVALID KEY
                   MOVE SPACES      TO WRK-JRN-ANTES
                   MOVE SPACES      TO TUR-HORARIO TUR-SALA
                   MOVE ZEROS       TO TUR-CAPACIDADE
                                       TUR-MATRICULADOS
                                       TUR-PROFESSOR
                                       TUR-DATA-NOTAS
                                       TUR-DATA-ALERTA
                   DISPLAY 'TURMA NOVA - INCLUSAO'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-EXISTE
                   MOVE TUR-REGISTRO TO WRK-JRN-ANTES
                   DISPLAY 'TURMA: ' TUR-HORARIO ' SALA ' TUR-SALA
                           ' CAPACIDADE ' TUR-CAPACIDADE
                           ' OCUPADAS ' TUR-MATRICULADOS
                           ' PROFESSOR ' TUR-PROFESSOR
           END-READ.
           DISPLAY 'HORARIO (EX. SEG-QUA 0800): '.
           ACCEPT  TUR-HORARIO FROM CONSOLE.
           DISPLAY 'SALA: '.
           ACCEPT  TUR-SALA FROM CONSOLE.
           DISPLAY 'CAPACIDADE (VAGAS): '.
           ACCEPT  WRK-CAPACIDADE FROM CONSOLE.
           IF WRK-CAPACIDADE < TUR-MATRICULADOS
                   DISPLAY 'CAPACIDADE ABAIXO DAS VAGAS OCUPADAS - '
                           'MANTIDA EM ' TUR-MATRICULADOS
                   MOVE TUR-MATRICULADOS TO TUR-CAPACIDADE
           ELSE
                   MOVE WRK-CAPACIDADE TO TUR-CAPACIDADE
           END-IF.
           DISPLAY 'PROFESSOR RESPONSAVEL PELAS NOTAS: '.
           ACCEPT  WRK-PROFESSOR FROM CONSOLE.
           PERFORM 0230-VALIDAR-PROFESSOR.
           IF WRK-PROFESSOR-VALIDO
                   MOVE WRK-PROFESSOR TO TUR-PROFESSOR
           ELSE
                   DISPLAY 'PROFESSOR ' WRK-PROFESSOR ' INEXISTENTE '
                           'OU INATIVO - MANTIDO ' TUR-PROFESSOR
           END-IF.
           MOVE TUR-REGISTRO TO WRK-JRN-DEPOIS.
           MOVE 'TURMAS'     TO WRK-JRN-ARQUIVO.
           IF WRK-TURMA-EXISTE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE TUR-REGISTRO
                   DISPLAY 'TURMA ALTERADA'
           ELSE
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE TUR-REGISTRO
                   DISPLAY 'TURMA INCLUIDA'
           END-IF.
           CLOSE TURMAS-FILE.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-CONTADOR.
       0230-VALIDAR-PROFESSOR.
           MOVE 'N' TO WRK-SW-PROFESSOR.
           OPEN INPUT PROFESSOR-FILE.
           IF WRK-FS-PROFESSOR-OK
                   MOVE WRK-PROFESSOR TO PRF-ID
                   READ PROFESSOR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PRF-ATIVO
                                   MOVE 'S' TO WRK-SW-PROFESSOR
                                   DISPLAY 'PROFESSOR: ' PRF-NOME
                           END-IF
                   END-READ
           END-IF.
           CLOSE PROFESSOR-FILE.
       0300-FINALIZAR.
           DISPLAY 'TURMAS TRATADAS ===> ' WRK-CONTADOR.
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
           MOVE 'PROGCOB130'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB130' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB130' TO OPLOG-PROGRAMA.
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
