       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB132.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = GERACAO DO ROSTER DA TURMA (ROSTER.IN) PARA
      *            O PROGCOB11 A PARTIR DAS MATRICULAS
      *            EFETIVADAS (MATRICULA.DAT)
      * DATA = XX/XX/XXXX
      * 187 - UMA LINHA POR ALUNO MATRICULADO NA TURMA (ALUNOS
      *       EM ESPERA OU CANCELADOS FICAM FORA) COM O NOME
      *       OFICIAL DO MESTRE ALUNMST.DAT, CURSO E TURMA; O
      *       PROFESSOR INFORMA SOMENTE AS NOTAS E A PRESENCA
      *       NA PROVA DE CADA ALUNO LISTADO
      * 190 - ROSTER ACEITO SOMENTE DO PROFESSOR ATRIBUIDO A
      *       TURMA (OPERADOR E PIN DE PERMS.DAT); A ENTREGA
      *       GRAVA TUR-DATA-NOTAS NA TURMA (COM JORNAL) E
      *       AVISA QUANDO PASSOU DO PRAZO DO PERIODO
      *       (PRAZONOT.DAT)
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMS-FILE ASSIGN TO 'PERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERM-USER
               FILE STATUS IS WRK-FS-PERMS.
           SELECT PRAZONOT-FILE ASSIGN TO 'PRAZONOT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRZ-PERIODO
               FILE STATUS IS WRK-FS-PRAZONOT.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT MATRICULA-FILE ASSIGN TO 'MATRICULA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WRK-FS-MATRICULA.
           SELECT TURMAS-FILE ASSIGN TO 'TURMAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-FS-TURMAS.
           SELECT ALUNMST-FILE ASSIGN TO 'ALUNMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTER.IN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ROSTER.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  PRAZONOT-FILE.
           COPY 'PRAZREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  MATRICULA-FILE.
           COPY 'MATRREC.cob'.
       FD  TURMAS-FILE.
           COPY 'TURMREC.cob'.
       FD  ALUNMST-FILE.
           COPY 'ALUNREC.cob'.
       FD  ROSTER-FILE.
       01  ROSTER-REC.
           02 ROSTER-ID       PIC 9(05).
           02 ROSTER-NOME     PIC X(20).
           02 ROSTER-NOTA1    PIC 9(02).
           02 ROSTER-NOTA2    PIC 9(02).
           02 ROSTER-PRESENCA PIC X(01).
           02 ROSTER-CURSO    PIC 9(04).
           02 ROSTER-TURMA    PIC 9(02).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
       77 WRK-FS-PERMS     PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-FS-PRAZONOT  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRAZONOT==.
       77 WRK-FS-JORNAL    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-MATRICULA PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MATRICULA==.
       77 WRK-FS-TURMAS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-TURMAS==.
       77 WRK-FS-ALUNMST   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ALUNMST==.
       77 WRK-FS-ROSTER    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ROSTER==.
       77 WRK-FS-OPLOG     PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 WRK-USER         PIC 9(02) VALUE ZEROS.
       77 WRK-PIN          PIC 9(04) VALUE ZEROS.
       77 WRK-SW-ACESSO    PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-OK VALUE 'S'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       77 WRK-JRN-ARQUIVO  PIC X(08) VALUE SPACES.
       77 WRK-JRN-OPER     PIC X(02) VALUE SPACES.
       77 WRK-JRN-ANTES    PIC X(60) VALUE SPACES.
       77 WRK-JRN-DEPOIS   PIC X(60) VALUE SPACES.
       77 WRK-PERIODO      PIC 9(06) VALUE ZEROS.
       77 WRK-CURSO        PIC 9(04) VALUE ZEROS.
       77 WRK-TURMA        PIC 9(02) VALUE ZEROS.
       77 WRK-SW-TURMA     PIC X(01) VALUE 'N'.
           88 WRK-TURMA-VALIDA VALUE 'S'.
       77 WRK-SW-FIM       PIC X(01) VALUE 'N'.
           88 WRK-FIM-TURMA VALUE 'S'.
       77 WRK-SW-ALUNMST   PIC X(01) VALUE 'N'.
           88 WRK-ALUNMST-ABERTO VALUE 'S'.
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
           IF WRK-TURMA-VALIDA
                   PERFORM 0200-LER-MATRICULA UNTIL WRK-FIM-TURMA
                   CLOSE MATRICULA-FILE ROSTER-FILE
                   IF WRK-ALUNMST-ABERTO
                           CLOSE ALUNMST-FILE
                   END-IF
                   IF WRK-CONTADOR > ZEROS
                           PERFORM 0250-REGISTRAR-ENTREGA
                   END-IF
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
           DISPLAY 'ROSTER - PROFESSOR (OPERADOR): '.
           ACCEPT  WRK-USER FROM CONSOLE.
           DISPLAY 'PIN DE ACESSO: '.
           ACCEPT  WRK-PIN FROM CONSOLE.
           PERFORM 0105-VALIDAR-ACESSO.
           IF NOT WRK-ACESSO-OK
                   DISPLAY 'OPERADOR OU PIN INVALIDO'
           ELSE
                   DISPLAY 'PERIODO LETIVO (AAAAMM): '
                   ACCEPT  WRK-PERIODO FROM CONSOLE
                   DISPLAY 'CODIGO DO CURSO: '
                   ACCEPT  WRK-CURSO FROM CONSOLE
                   DISPLAY 'NUMERO DA TURMA: '
                   ACCEPT  WRK-TURMA FROM CONSOLE
                   PERFORM 0110-VALIDAR-TURMA
           END-IF.
           IF WRK-TURMA-VALIDA
                   PERFORM 0120-ABRIR-ARQUIVOS
           END-IF.
       0105-VALIDAR-ACESSO.
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
       0110-VALIDAR-TURMA.
           MOVE 'N' TO WRK-SW-TURMA.
           OPEN INPUT TURMAS-FILE.
           IF WRK-FS-TURMAS-OK
                   MOVE WRK-PERIODO TO TUR-PERIODO
                   MOVE WRK-CURSO   TO TUR-CURSO
                   MOVE WRK-TURMA   TO TUR-TURMA
                   READ TURMAS-FILE
                       INVALID KEY
                           DISPLAY 'TURMA NAO CADASTRADA NO PERIODO'
                       NOT INVALID KEY
                           IF TUR-PROFESSOR NOT = WRK-USER
                                   DISPLAY 'ROSTER RECUSADO - TURMA '
                                           'ATRIBUIDA AO PROFESSOR '
                                           TUR-PROFESSOR
                           ELSE
                                   MOVE 'S' TO WRK-SW-TURMA
                                   DISPLAY 'TURMA ' WRK-CURSO '-'
                                           WRK-TURMA ' ' TUR-HORARIO
                                           ' SALA ' TUR-SALA
                                           ' ALUNOS '
                                           TUR-MATRICULADOS
                           END-IF
                   END-READ
           ELSE
                   DISPLAY 'TURMAS.DAT NAO ENCONTRADO'
           END-IF.
           CLOSE TURMAS-FILE.
       0120-ABRIR-ARQUIVOS.
           OPEN INPUT MATRICULA-FILE.
           IF NOT WRK-FS-MATRICULA-OK
                   DISPLAY 'MATRICULA.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           ELSE
                   MOVE WRK-PERIODO TO MAT-PERIODO
                   MOVE WRK-CURSO   TO MAT-CURSO
                   MOVE WRK-TURMA   TO MAT-TURMA
                   MOVE ZEROS       TO MAT-ALUNO
                   START MATRICULA-FILE
                         KEY IS NOT LESS THAN MAT-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM
                   END-START
           END-IF.
           OPEN INPUT ALUNMST-FILE.
           IF WRK-FS-ALUNMST-OK
                   MOVE 'S' TO WRK-SW-ALUNMST
           END-IF.
           OPEN OUTPUT ROSTER-FILE.
       0200-LER-MATRICULA.
           READ MATRICULA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF MAT-PERIODO NOT = WRK-PERIODO
                      OR MAT-CURSO NOT = WRK-CURSO
                      OR MAT-TURMA NOT = WRK-TURMA
                           MOVE 'S' TO WRK-SW-FIM
                   ELSE
                           IF MAT-MATRICULADO
                                   PERFORM 0210-GERAR-LINHA
                           END-IF
                   END-IF
           END-READ.
       0210-GERAR-LINHA.
           MOVE SPACES    TO ROSTER-REC.
           MOVE MAT-ALUNO TO ROSTER-ID.
           IF WRK-ALUNMST-ABERTO
                   MOVE MAT-ALUNO TO ALU-ID
                   READ ALUNMST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ALU-NOME TO ROSTER-NOME
                   END-READ
           END-IF.
           DISPLAY 'ALUNO ' ROSTER-ID ' ' ROSTER-NOME.
           DISPLAY 'NOTA 1 (00-10): '.
           ACCEPT  ROSTER-NOTA1 FROM CONSOLE.
           DISPLAY 'NOTA 2 (00-10): '.
           ACCEPT  ROSTER-NOTA2 FROM CONSOLE.
           DISPLAY 'PRESENCA NA PROVA (P=PRESENTE / A=AUSENTE): '.
           ACCEPT  ROSTER-PRESENCA FROM CONSOLE.
           IF ROSTER-PRESENCA NOT = 'A'
                   MOVE 'P' TO ROSTER-PRESENCA
           END-IF.
           MOVE WRK-CURSO TO ROSTER-CURSO.
           MOVE WRK-TURMA TO ROSTER-TURMA.
           WRITE ROSTER-REC.
           ADD 1 TO WRK-CONTADOR.
       0250-REGISTRAR-ENTREGA.
           OPEN I-O TURMAS-FILE.
           IF WRK-FS-TURMAS-OK
                   MOVE WRK-PERIODO TO TUR-PERIODO
                   MOVE WRK-CURSO   TO TUR-CURSO
                   MOVE WRK-TURMA   TO TUR-TURMA
                   READ TURMAS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TUR-REGISTRO  TO WRK-JRN-ANTES
                           MOVE WRK-DATA-HOJE TO TUR-DATA-NOTAS
                           MOVE TUR-REGISTRO  TO WRK-JRN-DEPOIS
                           MOVE 'TURMAS'      TO WRK-JRN-ARQUIVO
                           MOVE 'RW'          TO WRK-JRN-OPER
                           REWRITE TUR-REGISTRO
                           PERFORM 0098-GRAVAR-JORNAL
                   END-READ
           END-IF.
           CLOSE TURMAS-FILE.
           OPEN INPUT PRAZONOT-FILE.
           IF WRK-FS-PRAZONOT-OK
                   MOVE WRK-PERIODO TO PRZ-PERIODO
                   READ PRAZONOT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF WRK-DATA-HOJE > PRZ-DATA-LIMITE
                                   DISPLAY 'NOTAS ENTREGUES APOS O '
                                           'PRAZO DE '
                                           PRZ-DATA-LIMITE
                           END-IF
                   END-READ
           END-IF.
           CLOSE PRAZONOT-FILE.
       0300-FINALIZAR.
           DISPLAY 'ALUNOS NO ROSTER.IN ===> ' WRK-CONTADOR.
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
           MOVE 'PROGCOB132'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB132' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB132' TO OPLOG-PROGRAMA.
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
