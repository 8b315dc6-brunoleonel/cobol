       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB138.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = SUBPROGRAMA DE AUDITORIA DE CONCLUSAO DO
      *            ALUNO CONTRA A GRADE CURRICULAR DO SEU
      *            PROGRAMA (CURRIC.DAT x HISTORICO.DAT x
      *            MATRICULA.DAT)
      * DATA = XX/XX/XXXX
      * 192 - CHAMADO POR PROGCOB76/139; DISCIPLINA DA GRADE
      *       APROVADA NO HISTORICO = CONCLUIDA, MATRICULADA
      *       = EM ANDAMENTO, DEMAIS = FALTANTE; SO CONTAM
      *       CREDITOS DAS CONCLUIDAS. FALTAM O MAIOR ENTRE
      *       (MINIMO - CUMPRIDOS) E (OBRIGATORIAS PENDENTES
      *       + ELETIVAS QUE FALTAM PARA O MINIMO DE
      *       ELETIVAS); COMPLETO QUANDO NAO FALTA NADA.
      *       PROGRAMA SEM CABECALHO NA GRADE DEVOLVE 'N'
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRIC-FILE ASSIGN TO 'CURRIC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRR-CHAVE
               FILE STATUS IS WRK-FS-CURRIC.
           SELECT HISTORICO-FILE ASSIGN TO 'HISTORICO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT MATRICULA-FILE ASSIGN TO 'MATRICULA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WRK-FS-MATRICULA.
       DATA DIVISION.
       FILE SECTION.
       FD  CURRIC-FILE.
           COPY 'CURRREC.cob'.
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
       FD  MATRICULA-FILE.
           COPY 'MATRREC.cob'.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CURRIC   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CURRIC==.
       77 WRK-FS-HISTORICO PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-HISTORICO==.
       77 WRK-FS-MATRICULA PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MATRICULA==.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO VALUE 'S'.
       01 WRK-TAB-APROVADAS.
           02 WRK-TA-CURSO OCCURS 100 TIMES PIC 9(04).
       77 WRK-QTD-APROVADAS PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-CURSANDO.
           02 WRK-TC-CURSO OCCURS 60 TIMES PIC 9(04).
       77 WRK-QTD-CURSANDO PIC 9(03) VALUE ZEROS.
       77 WRK-IDX         PIC 9(03) VALUE ZEROS.
       77 WRK-SITUACAO    PIC X(01) VALUE SPACES.
       77 WRK-CRED-ELETIVAS PIC 9(03) VALUE ZEROS.
       77 WRK-ELET-CUMPRIDAS PIC 9(03) VALUE ZEROS.
       77 WRK-OBRIG-PENDENTES PIC 9(03) VALUE ZEROS.
       77 WRK-FALTA-MINIMO PIC 9(03) VALUE ZEROS.
       77 WRK-FALTA-GRADE PIC 9(03) VALUE ZEROS.
       LINKAGE SECTION.
       01 PRM-AUDITORIA.
           02 PRM-AUD-ALUNO          PIC 9(05).
           02 PRM-AUD-PROGRAMA       PIC 9(03).
           02 PRM-AUD-RESULTADO      PIC X(01).
           02 PRM-AUD-CRED-MINIMO    PIC 9(03).
           02 PRM-AUD-CRED-CUMPRIDOS PIC 9(03).
           02 PRM-AUD-CRED-FALTANTES PIC 9(03).
           02 PRM-AUD-QTD-ITENS      PIC 9(02).
           02 PRM-AUD-ITEM OCCURS 60 TIMES.
               03 PRM-AUD-CURSO      PIC 9(04).
               03 PRM-AUD-TIPO       PIC X(01).
               03 PRM-AUD-CREDITOS   PIC 9(02).
               03 PRM-AUD-SITUACAO   PIC X(01).
       PROCEDURE DIVISION USING PRM-AUDITORIA.
       0001-PRINCIPAL.
           MOVE 'N'   TO PRM-AUD-RESULTADO.
           MOVE ZEROS TO PRM-AUD-CRED-MINIMO PRM-AUD-CRED-CUMPRIDOS
                         PRM-AUD-CRED-FALTANTES PRM-AUD-QTD-ITENS
                         WRK-CRED-ELETIVAS WRK-ELET-CUMPRIDAS
                         WRK-OBRIG-PENDENTES.
           OPEN INPUT CURRIC-FILE.
           IF WRK-FS-CURRIC-OK
                   MOVE PRM-AUD-PROGRAMA TO CRR-PROGRAMA
                   MOVE ZEROS            TO CRR-CURSO
                   READ CURRIC-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'I' TO PRM-AUD-RESULTADO
                           MOVE CRR-CRED-MINIMO
                               TO PRM-AUD-CRED-MINIMO
                           MOVE CRR-CRED-ELETIVAS
                               TO WRK-CRED-ELETIVAS
                   END-READ
                   IF PRM-AUD-RESULTADO = 'I'
                           PERFORM 0100-CARREGAR-APROVADAS
                           PERFORM 0200-CARREGAR-CURSANDO
                           PERFORM 0300-CONFERIR-GRADE
                           PERFORM 0400-APURAR-FALTANTES
                   END-IF
                   CLOSE CURRIC-FILE
           END-IF.
           GOBACK.
       0100-CARREGAR-APROVADAS.
           MOVE ZEROS TO WRK-QTD-APROVADAS.
           MOVE 'N'   TO WRK-SW-FIM.
           OPEN INPUT HISTORICO-FILE.
           IF WRK-FS-HISTORICO-OK
                   PERFORM 0110-LER-HISTORICO UNTIL WRK-FIM-ARQUIVO
                   CLOSE HISTORICO-FILE
           END-IF.
       0110-LER-HISTORICO.
           READ HISTORICO-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF HIS-ID = PRM-AUD-ALUNO
                      AND HIS-STATUS = 'A'
                      AND HIS-CURSO > ZEROS
                      AND WRK-QTD-APROVADAS < 100
                           ADD 1 TO WRK-QTD-APROVADAS
                           MOVE HIS-CURSO
                               TO WRK-TA-CURSO(WRK-QTD-APROVADAS)
                   END-IF
           END-READ.
       0200-CARREGAR-CURSANDO.
           MOVE ZEROS TO WRK-QTD-CURSANDO.
           MOVE 'N'   TO WRK-SW-FIM.
           OPEN INPUT MATRICULA-FILE.
           IF WRK-FS-MATRICULA-OK
                   PERFORM 0210-LER-MATRICULA UNTIL WRK-FIM-ARQUIVO
                   CLOSE MATRICULA-FILE
           END-IF.
       0210-LER-MATRICULA.
           READ MATRICULA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF MAT-ALUNO = PRM-AUD-ALUNO
                      AND MAT-MATRICULADO
                      AND WRK-QTD-CURSANDO < 60
                           ADD 1 TO WRK-QTD-CURSANDO
                           MOVE MAT-CURSO
                               TO WRK-TC-CURSO(WRK-QTD-CURSANDO)
                   END-IF
           END-READ.
       0300-CONFERIR-GRADE.
           MOVE 'N'              TO WRK-SW-FIM.
           MOVE PRM-AUD-PROGRAMA TO CRR-PROGRAMA.
           MOVE 1                TO CRR-CURSO.
           START CURRIC-FILE KEY IS NOT LESS THAN CRR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-SW-FIM
           END-START.
           PERFORM 0310-LER-DISCIPLINA UNTIL WRK-FIM-ARQUIVO.
       0310-LER-DISCIPLINA.
           READ CURRIC-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF CRR-PROGRAMA NOT = PRM-AUD-PROGRAMA
                           MOVE 'S' TO WRK-SW-FIM
                   ELSE
                           PERFORM 0320-CLASSIFICAR-DISCIPLINA
                   END-IF
           END-READ.
       0320-CLASSIFICAR-DISCIPLINA.
           MOVE 'F' TO WRK-SITUACAO.
           PERFORM 0330-PROCURAR-APROVADA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-APROVADAS
                      OR WRK-SITUACAO = 'C'.
           IF WRK-SITUACAO = 'F'
                   PERFORM 0340-PROCURAR-CURSANDO
                           VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-QTD-CURSANDO
                              OR WRK-SITUACAO = 'A'
           END-IF.
           IF WRK-SITUACAO = 'C'
                   ADD CRR-CREDITOS TO PRM-AUD-CRED-CUMPRIDOS
                   IF CRR-ELETIVA
                           ADD CRR-CREDITOS TO WRK-ELET-CUMPRIDAS
                   END-IF
           ELSE
                   IF CRR-OBRIGATORIA
                           ADD CRR-CREDITOS TO WRK-OBRIG-PENDENTES
                   END-IF
           END-IF.
           IF PRM-AUD-QTD-ITENS < 60
                   ADD 1 TO PRM-AUD-QTD-ITENS
                   MOVE CRR-CURSO
                       TO PRM-AUD-CURSO(PRM-AUD-QTD-ITENS)
                   MOVE CRR-TIPO
                       TO PRM-AUD-TIPO(PRM-AUD-QTD-ITENS)
                   MOVE CRR-CREDITOS
                       TO PRM-AUD-CREDITOS(PRM-AUD-QTD-ITENS)
                   MOVE WRK-SITUACAO
                       TO PRM-AUD-SITUACAO(PRM-AUD-QTD-ITENS)
           END-IF.
       0330-PROCURAR-APROVADA.
           IF WRK-TA-CURSO(WRK-IDX) = CRR-CURSO
                   MOVE 'C' TO WRK-SITUACAO
           END-IF.
       0340-PROCURAR-CURSANDO.
           IF WRK-TC-CURSO(WRK-IDX) = CRR-CURSO
                   MOVE 'A' TO WRK-SITUACAO
           END-IF.
       0400-APURAR-FALTANTES.
           MOVE ZEROS TO WRK-FALTA-MINIMO.
           IF PRM-AUD-CRED-MINIMO > PRM-AUD-CRED-CUMPRIDOS
                   COMPUTE WRK-FALTA-MINIMO = PRM-AUD-CRED-MINIMO
                                            - PRM-AUD-CRED-CUMPRIDOS
           END-IF.
           MOVE WRK-OBRIG-PENDENTES TO WRK-FALTA-GRADE.
           IF WRK-CRED-ELETIVAS > WRK-ELET-CUMPRIDAS
                   COMPUTE WRK-FALTA-GRADE = WRK-FALTA-GRADE
                                           + WRK-CRED-ELETIVAS
                                           - WRK-ELET-CUMPRIDAS
           END-IF.
           IF WRK-FALTA-GRADE > WRK-FALTA-MINIMO
                   MOVE WRK-FALTA-GRADE  TO PRM-AUD-CRED-FALTANTES
           ELSE
                   MOVE WRK-FALTA-MINIMO TO PRM-AUD-CRED-FALTANTES
           END-IF.
           IF PRM-AUD-CRED-FALTANTES = ZEROS
                   MOVE 'C' TO PRM-AUD-RESULTADO
           ELSE
                   MOVE 'I' TO PRM-AUD-RESULTADO
           END-IF.
