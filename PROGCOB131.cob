       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB131.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = MATRICULA DO ALUNO NA TURMA DO PERIODO
      *            LETIVO (MATRICULA.DAT) COM CONTROLE DE
      *            VAGAS, LISTA DE ESPERA E PRE-REQUISITO
      * DATA = XX/XX/XXXX
      * 187 - OPERADOR COM A FUNCAO 'MATR' DA MATRIZ
      *       (PROGCOB21). ALUNO CONFERIDO NO MESTRE
      *       ALUNMST.DAT; PRE-REQUISITO DO CURSO
      *       (COURSES.DAT) EXIGE APROVACAO EM HISTORICO.DAT;
      *       TURMA LOTADA COLOCA O ALUNO NA LISTA DE ESPERA
      *       E O CANCELAMENTO DE UMA MATRICULA PROMOVE O
      *       PEDIDO MAIS ANTIGO DA ESPERA (COM JORNAL)
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMS-FILE ASSIGN TO 'PERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERM-USER
               FILE STATUS IS WRK-FS-PERMS.
           SELECT ALUNMST-FILE ASSIGN TO 'ALUNMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT COURSES-FILE ASSIGN TO 'COURSES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COURSES.
           SELECT HISTORICO-FILE ASSIGN TO 'HISTORICO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT TURMAS-FILE ASSIGN TO 'TURMAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-FS-TURMAS.
           SELECT MATRICULA-FILE ASSIGN TO 'MATRICULA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WRK-FS-MATRICULA.
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
       FD  HISTORICO-FILE.
       01  HIS-REGISTRO.
           02 HIS-ID          PIC 9(05).
           02 HIS-PERIODO     PIC 9(06).
           02 HIS-NOME        PIC X(20).
           02 HIS-NOTA1       PIC 9(02).
           02 HIS-NOTA2       PIC 9(02).
           02 HIS-MEDIA       PIC 9(02).
           02 HIS-STATUS      PIC X(01).
           02 HIS-CURSO       PIC 9(04).
       FD  TURMAS-FILE.
           COPY 'TURMREC.cob'.
       FD  MATRICULA-FILE.
           COPY 'MATRREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
       77 WRK-FS-PERMS     PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-FS-ALUNMST   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ALUNMST==.
       77 WRK-FS-COURSES   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-COURSES==.
       77 WRK-FS-HISTORICO PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-HISTORICO==.
       77 WRK-FS-TURMAS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-TURMAS==.
       77 WRK-FS-MATRICULA PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MATRICULA==.
       77 WRK-FS-JORNAL    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-OPLOG     PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-MATRICULAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ESPERA   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CANCELADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PROMOVIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RECUSADOS PIC 9(05) VALUE ZEROS.
       77 WRK-USER         PIC 9(02) VALUE ZEROS.
       77 WRK-PIN          PIC 9(04) VALUE ZEROS.
       77 WRK-SW-ACESSO    PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-OK VALUE 'S'.
       01 WRK-AUTORIZACAO.
           02 WRK-AUT-USER      PIC 9(02).
           02 WRK-AUT-FUNCAO    PIC X(04).
           02 WRK-AUT-RESULTADO PIC X(01).
       77 WRK-SW-MODO      PIC X(01) VALUE 'M'.
           88 WRK-MODO-MATRICULAR VALUE 'M'.
           88 WRK-MODO-CANCELAR   VALUE 'C'.
       77 WRK-PERIODO      PIC 9(06) VALUE ZEROS.
       77 WRK-ALUNO        PIC 9(05) VALUE ZEROS.
       77 WRK-CURSO        PIC 9(04) VALUE ZEROS.
       77 WRK-TURMA        PIC 9(02) VALUE ZEROS.
       77 WRK-PRE-REQUISITO PIC 9(04) VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(40) VALUE SPACES.
       77 WRK-SW-CURSO     PIC X(01) VALUE 'N'.
           88 WRK-CURSO-ACHADO VALUE 'S'.
       77 WRK-SW-APROVADO  PIC X(01) VALUE 'N'.
           88 WRK-PRE-REQ-CUMPRIDO VALUE 'S'.
       77 WRK-SW-FIM-TURMA PIC X(01) VALUE 'N'.
           88 WRK-FIM-TURMA VALUE 'S'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA   PIC 9(06) VALUE ZEROS.
       77 WRK-MOMENTO      PIC 9(14) VALUE ZEROS.
       77 WRK-MOMENTO-MENOR PIC 9(14) VALUE ZEROS.
       77 WRK-ALUNO-PROMOVER PIC 9(05) VALUE ZEROS.
       77 WRK-SW-OCUPAVA   PIC X(01) VALUE 'N'.
           88 WRK-OCUPAVA-VAGA VALUE 'S'.
       77 WRK-MAT-ANTES    PIC X(60) VALUE SPACES.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       77 WRK-JRN-ARQUIVO  PIC X(08) VALUE SPACES.
       77 WRK-JRN-OPER     PIC X(02) VALUE SPACES.
       77 WRK-JRN-ANTES    PIC X(60) VALUE SPACES.
       77 WRK-JRN-DEPOIS   PIC X(60) VALUE SPACES.
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
                   PERFORM 0200-PROCESSAR UNTIL WRK-ALUNO = ZEROS
                   CLOSE TURMAS-FILE MATRICULA-FILE
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
           DISPLAY 'MATRICULA - OPERADOR: '.
           ACCEPT  WRK-USER FROM CONSOLE.
           DISPLAY 'PIN DE ACESSO: '.
           ACCEPT  WRK-PIN FROM CONSOLE.
           PERFORM 0110-VALIDAR-ACESSO.
           IF NOT WRK-ACESSO-OK
                   DISPLAY 'OPERADOR SEM PERMISSAO PARA MATRICULA'
           ELSE
                   DISPLAY 'MODO (M=MATRICULAR / C=CANCELAR): '
                   ACCEPT  WRK-SW-MODO FROM CONSOLE
                   IF NOT WRK-MODO-CANCELAR
                           MOVE 'M' TO WRK-SW-MODO
                   END-IF
                   DISPLAY 'PERIODO LETIVO (AAAAMM): '
                   ACCEPT  WRK-PERIODO FROM CONSOLE
                   PERFORM 0130-ABRIR-ARQUIVOS
                   PERFORM 0140-OBTER-ALUNO
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
                   MOVE 'MATR'   TO WRK-AUT-FUNCAO
                   CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                   IF WRK-AUT-RESULTADO NOT = 'S'
                           MOVE 'N' TO WRK-SW-ACESSO
                           DISPLAY 'FUNCAO MATR NAO AUTORIZADA '
                                   'NA MATRIZ'
                   END-IF
           END-IF.
       0130-ABRIR-ARQUIVOS.
           OPEN I-O TURMAS-FILE.
           IF WRK-FS-TURMAS-ARQ-INEXISTENTE
                   CLOSE TURMAS-FILE
                   OPEN OUTPUT TURMAS-FILE
                   CLOSE TURMAS-FILE
                   OPEN I-O TURMAS-FILE
           END-IF.
           OPEN I-O MATRICULA-FILE.
           IF WRK-FS-MATRICULA-ARQ-INEXISTENTE
                   CLOSE MATRICULA-FILE
                   OPEN OUTPUT MATRICULA-FILE
                   CLOSE MATRICULA-FILE
                   OPEN I-O MATRICULA-FILE
           END-IF.
       0140-OBTER-ALUNO.
           DISPLAY 'ID DO ALUNO (00000 PARA ENCERRAR): '.
           ACCEPT  WRK-ALUNO FROM CONSOLE.
           IF WRK-ALUNO NOT = ZEROS
                   DISPLAY 'CODIGO DO CURSO: '
                   ACCEPT  WRK-CURSO FROM CONSOLE
                   DISPLAY 'NUMERO DA TURMA: '
                   ACCEPT  WRK-TURMA FROM CONSOLE
           END-IF.
       0200-PROCESSAR.
           MOVE SPACES TO WRK-MOTIVO.
           IF WRK-MODO-CANCELAR
                   PERFORM 0250-CANCELAR
           ELSE
                   PERFORM 0210-CRITICAR-PEDIDO
                   IF WRK-MOTIVO = SPACES
                           PERFORM 0230-MATRICULAR
                   END-IF
           END-IF.
           IF WRK-MOTIVO NOT = SPACES
                   ADD 1 TO WRK-QTD-RECUSADOS
                   DISPLAY WRK-ALUNO ' RECUSADO - ' WRK-MOTIVO
           END-IF.
           PERFORM 0140-OBTER-ALUNO.
       0210-CRITICAR-PEDIDO.
           OPEN INPUT ALUNMST-FILE.
           IF WRK-FS-ALUNMST-OK
                   MOVE WRK-ALUNO TO ALU-ID
                   READ ALUNMST-FILE
                       INVALID KEY
                           MOVE 'ALUNO NAO CADASTRADO' TO WRK-MOTIVO
                       NOT INVALID KEY
                           IF NOT ALU-MATRICULADO
                                   MOVE 'ALUNO NAO ESTA MATRICULADO '
                                       TO WRK-MOTIVO
                           END-IF
                   END-READ
           ELSE
                   MOVE 'ALUNMST.DAT NAO ENCONTRADO' TO WRK-MOTIVO
           END-IF.
           CLOSE ALUNMST-FILE.
           IF WRK-MOTIVO = SPACES
                   MOVE WRK-PERIODO TO TUR-PERIODO
                   MOVE WRK-CURSO   TO TUR-CURSO
                   MOVE WRK-TURMA   TO TUR-TURMA
                   READ TURMAS-FILE
                       INVALID KEY
                           MOVE 'TURMA NAO CADASTRADA NO PERIODO'
                               TO WRK-MOTIVO
                   END-READ
           END-IF.
           IF WRK-MOTIVO = SPACES
                   PERFORM 0212-LER-MATRICULA
                   IF WRK-FS-MATRICULA-OK AND NOT MAT-CANCELADA
                           MOVE 'ALUNO JA MATRICULADO OU EM ESPERA'
                               TO WRK-MOTIVO
                   END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES
                   PERFORM 0214-BUSCAR-PRE-REQUISITO
                   IF WRK-PRE-REQUISITO NOT = ZEROS
                           PERFORM 0220-VERIFICAR-HISTORICO
                           IF NOT WRK-PRE-REQ-CUMPRIDO
                                   MOVE 'PRE-REQUISITO NAO APROVADO'
                                       TO WRK-MOTIVO
                                   DISPLAY 'CURSO ' WRK-CURSO
                                           ' EXIGE APROVACAO NO CURSO '
                                           WRK-PRE-REQUISITO
                           END-IF
                   END-IF
           END-IF.
       0212-LER-MATRICULA.
           MOVE WRK-PERIODO TO MAT-PERIODO.
           MOVE WRK-CURSO   TO MAT-CURSO.
           MOVE WRK-TURMA   TO MAT-TURMA.
           MOVE WRK-ALUNO   TO MAT-ALUNO.
           READ MATRICULA-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-MAT-ANTES
               NOT INVALID KEY
                   MOVE MAT-REGISTRO TO WRK-MAT-ANTES
           END-READ.
       0214-BUSCAR-PRE-REQUISITO.
           MOVE 'N'   TO WRK-SW-CURSO.
           MOVE ZEROS TO WRK-PRE-REQUISITO.
           OPEN INPUT COURSES-FILE.
           IF WRK-FS-COURSES-OK
                   PERFORM 0216-LER-CURSO
                           UNTIL WRK-FS-COURSES = '10'
                              OR WRK-CURSO-ACHADO
           END-IF.
           CLOSE COURSES-FILE.
       0216-LER-CURSO.
           READ COURSES-FILE
               AT END
                   MOVE '10' TO WRK-FS-COURSES
               NOT AT END
                   IF CUR-CODIGO = WRK-CURSO
                           MOVE 'S' TO WRK-SW-CURSO
                           IF CUR-PRE-REQUISITO IS NUMERIC
                                   MOVE CUR-PRE-REQUISITO
                                       TO WRK-PRE-REQUISITO
                           END-IF
                   END-IF
           END-READ.
       0220-VERIFICAR-HISTORICO.
           MOVE 'N' TO WRK-SW-APROVADO.
           OPEN INPUT HISTORICO-FILE.
           IF WRK-FS-HISTORICO-OK
                   PERFORM 0222-LER-HISTORICO
                           UNTIL WRK-FS-HISTORICO = '10'
                              OR WRK-PRE-REQ-CUMPRIDO
           END-IF.
           CLOSE HISTORICO-FILE.
       0222-LER-HISTORICO.
           READ HISTORICO-FILE
               AT END
                   MOVE '10' TO WRK-FS-HISTORICO
               NOT AT END
                   IF HIS-ID = WRK-ALUNO
                      AND HIS-CURSO = WRK-PRE-REQUISITO
                      AND HIS-STATUS = 'A'
                           MOVE 'S' TO WRK-SW-APROVADO
                   END-IF
           END-READ.
       0230-MATRICULAR.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-DATA-HOJE  TO MAT-DATA.
           MOVE WRK-HORA-AGORA TO MAT-HORA.
           MOVE WRK-USER       TO MAT-OPERADOR.
           IF TUR-MATRICULADOS < TUR-CAPACIDADE
                   MOVE 'M' TO MAT-SITUACAO
                   PERFORM 0240-OCUPAR-VAGA
                   ADD 1 TO WRK-QTD-MATRICULAS
                   DISPLAY WRK-ALUNO ' MATRICULADO NA TURMA '
                           WRK-CURSO '-' WRK-TURMA ' ' TUR-HORARIO
                           ' SALA ' TUR-SALA
           ELSE
                   MOVE 'E' TO MAT-SITUACAO
                   ADD 1 TO WRK-QTD-ESPERA
                   DISPLAY 'TURMA LOTADA (' TUR-CAPACIDADE
                           ' VAGAS) - ' WRK-ALUNO
                           ' NA LISTA DE ESPERA'
           END-IF.
           PERFORM 0245-GRAVAR-MATRICULA.
       0240-OCUPAR-VAGA.
           MOVE TUR-REGISTRO TO WRK-JRN-ANTES.
           ADD 1 TO TUR-MATRICULADOS.
           PERFORM 0242-REGRAVAR-TURMA.
       0242-REGRAVAR-TURMA.
           MOVE TUR-REGISTRO TO WRK-JRN-DEPOIS.
           MOVE 'TURMAS'     TO WRK-JRN-ARQUIVO.
           MOVE 'RW'         TO WRK-JRN-OPER.
           REWRITE TUR-REGISTRO.
           PERFORM 0098-GRAVAR-JORNAL.
       0245-GRAVAR-MATRICULA.
           MOVE WRK-MAT-ANTES TO WRK-JRN-ANTES.
           MOVE MAT-REGISTRO  TO WRK-JRN-DEPOIS.
           MOVE 'MATRICUL'    TO WRK-JRN-ARQUIVO.
           IF WRK-MAT-ANTES = SPACES
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE MAT-REGISTRO
           ELSE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE MAT-REGISTRO
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-CONTADOR.
       0250-CANCELAR.
           PERFORM 0212-LER-MATRICULA.
           IF NOT WRK-FS-MATRICULA-OK OR MAT-CANCELADA
                   MOVE 'SEM MATRICULA ATIVA NA TURMA' TO WRK-MOTIVO
           ELSE
                   PERFORM 0255-CANCELAR-MATRICULA
           END-IF.
       0255-CANCELAR-MATRICULA.
           IF MAT-MATRICULADO
                   MOVE 'S' TO WRK-SW-OCUPAVA
           ELSE
                   MOVE 'N' TO WRK-SW-OCUPAVA
           END-IF.
           MOVE WRK-MAT-ANTES TO WRK-JRN-ANTES.
           MOVE 'C'          TO MAT-SITUACAO.
           MOVE MAT-REGISTRO TO WRK-JRN-DEPOIS.
           MOVE 'MATRICUL'   TO WRK-JRN-ARQUIVO.
           MOVE 'RW'         TO WRK-JRN-OPER.
           REWRITE MAT-REGISTRO.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-CONTADOR.
           ADD 1 TO WRK-QTD-CANCELADAS.
           DISPLAY WRK-ALUNO ' CANCELADO NA TURMA '
                   WRK-CURSO '-' WRK-TURMA.
           IF WRK-OCUPAVA-VAGA
                   PERFORM 0260-LIBERAR-VAGA
           END-IF.
       0260-LIBERAR-VAGA.
           MOVE WRK-PERIODO TO TUR-PERIODO.
           MOVE WRK-CURSO   TO TUR-CURSO.
           MOVE WRK-TURMA   TO TUR-TURMA.
           READ TURMAS-FILE
               INVALID KEY
                   DISPLAY 'TURMA NAO CADASTRADA - VAGA NAO '
                           'LIBERADA'
               NOT INVALID KEY
                   MOVE TUR-REGISTRO TO WRK-JRN-ANTES
                   IF TUR-MATRICULADOS > ZEROS
                           SUBTRACT 1 FROM TUR-MATRICULADOS
                   END-IF
                   PERFORM 0242-REGRAVAR-TURMA
                   PERFORM 0265-PROMOVER-ESPERA
           END-READ.
       0265-PROMOVER-ESPERA.
           MOVE ZEROS       TO WRK-ALUNO-PROMOVER.
           MOVE 99999999999999 TO WRK-MOMENTO-MENOR.
           MOVE 'N'         TO WRK-SW-FIM-TURMA.
           MOVE WRK-PERIODO TO MAT-PERIODO.
           MOVE WRK-CURSO   TO MAT-CURSO.
           MOVE WRK-TURMA   TO MAT-TURMA.
           MOVE ZEROS       TO MAT-ALUNO.
           START MATRICULA-FILE KEY IS NOT LESS THAN MAT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-SW-FIM-TURMA
           END-START.
           PERFORM 0267-LER-ESPERA UNTIL WRK-FIM-TURMA.
           IF WRK-ALUNO-PROMOVER NOT = ZEROS
                   PERFORM 0270-MATRICULAR-ESPERA
           END-IF.
       0267-LER-ESPERA.
           READ MATRICULA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM-TURMA
               NOT AT END
                   IF MAT-PERIODO NOT = WRK-PERIODO
                      OR MAT-CURSO NOT = WRK-CURSO
                      OR MAT-TURMA NOT = WRK-TURMA
                           MOVE 'S' TO WRK-SW-FIM-TURMA
                   ELSE
                           IF MAT-EM-ESPERA
                                   COMPUTE WRK-MOMENTO =
                                           MAT-DATA * 1000000
                                           + MAT-HORA
                                   IF WRK-MOMENTO < WRK-MOMENTO-MENOR
                                           MOVE WRK-MOMENTO
                                             TO WRK-MOMENTO-MENOR
                                           MOVE MAT-ALUNO
                                             TO WRK-ALUNO-PROMOVER
                                   END-IF
                           END-IF
                   END-IF
           END-READ.
       0270-MATRICULAR-ESPERA.
           MOVE WRK-PERIODO        TO MAT-PERIODO.
           MOVE WRK-CURSO          TO MAT-CURSO.
           MOVE WRK-TURMA          TO MAT-TURMA.
           MOVE WRK-ALUNO-PROMOVER TO MAT-ALUNO.
           READ MATRICULA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MAT-REGISTRO TO WRK-JRN-ANTES
                   MOVE 'M'          TO MAT-SITUACAO
                   MOVE MAT-REGISTRO TO WRK-JRN-DEPOIS
                   MOVE 'MATRICUL'   TO WRK-JRN-ARQUIVO
                   MOVE 'RW'         TO WRK-JRN-OPER
                   REWRITE MAT-REGISTRO
                   PERFORM 0098-GRAVAR-JORNAL
                   ADD 1 TO WRK-QTD-PROMOVIDOS
                   DISPLAY WRK-ALUNO-PROMOVER ' PROMOVIDO DA LISTA '
                           'DE ESPERA PARA A VAGA'
                   PERFORM 0240-OCUPAR-VAGA
           END-READ.
       0300-FINALIZAR.
           DISPLAY 'MATRICULAS EFETIVADAS ===> ' WRK-QTD-MATRICULAS.
           DISPLAY 'LISTA DE ESPERA ===>       ' WRK-QTD-ESPERA.
           DISPLAY 'CANCELAMENTOS ===>         ' WRK-QTD-CANCELADAS.
           DISPLAY 'PROMOVIDOS DA ESPERA ===>  ' WRK-QTD-PROMOVIDOS.
           DISPLAY 'PEDIDOS RECUSADOS ===>     ' WRK-QTD-RECUSADOS.
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
           MOVE 'PROGCOB131'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB131' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB131' TO OPLOG-PROGRAMA.
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
