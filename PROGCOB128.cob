       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB128.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = SUBPROGRAMA DE APURACAO DA FREQUENCIA DO
      *            ALUNO NO PERIODO LETIVO (PRESENCA.DAT) -
      *            DEVOLVE AULAS REGISTRADAS E PRESENCAS
      *            PARA O MOTOR DE AVALIACAO PROGCOB38
      * DATA = XX/XX/XXXX
      * 186 - CHAMADO POR PROGCOB11/77; SEM PRESENCA.DAT OU
      *       SEM AULAS REGISTRADAS DEVOLVE ZEROS (REGRA DE
      *       FREQUENCIA NAO APLICADA)
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESENCA-FILE ASSIGN TO 'PRESENCA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRS-CHAVE
               FILE STATUS IS WRK-FS-PRESENCA.
       DATA DIVISION.
       FILE SECTION.
       FD  PRESENCA-FILE.
           COPY 'PRESREC.cob'.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PRESENCA PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRESENCA==.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ALUNO VALUE 'S'.
       LINKAGE SECTION.
       01 PRM-FREQUENCIA.
           02 PRM-FRQ-ALUNO      PIC 9(05).
           02 PRM-FRQ-PERIODO    PIC 9(06).
           02 PRM-FRQ-AULAS      PIC 9(03).
           02 PRM-FRQ-PRESENCAS  PIC 9(03).
       PROCEDURE DIVISION USING PRM-FREQUENCIA.
       0001-PRINCIPAL.
           MOVE ZEROS TO PRM-FRQ-AULAS PRM-FRQ-PRESENCAS.
           OPEN INPUT PRESENCA-FILE.
           IF WRK-FS-PRESENCA-OK
                   PERFORM 0100-POSICIONAR
                   PERFORM 0200-CONTAR-AULA UNTIL WRK-FIM-ALUNO
                   CLOSE PRESENCA-FILE
           END-IF.
           GOBACK.
       0100-POSICIONAR.
           MOVE 'N'                TO WRK-SW-FIM.
           MOVE PRM-FRQ-ALUNO      TO PRS-ALUNO.
           MOVE PRM-FRQ-PERIODO    TO PRS-PERIODO.
           MOVE ZEROS              TO PRS-DATA PRS-AULA.
           START PRESENCA-FILE KEY IS NOT LESS THAN PRS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-SW-FIM
           END-START.
       0200-CONTAR-AULA.
           READ PRESENCA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF PRS-ALUNO NOT = PRM-FRQ-ALUNO
                      OR PRS-PERIODO NOT = PRM-FRQ-PERIODO
                           MOVE 'S' TO WRK-SW-FIM
                   ELSE
                           IF PRM-FRQ-AULAS < 999
                                   ADD 1 TO PRM-FRQ-AULAS
                                   IF PRS-PRESENTE
                                           ADD 1 TO PRM-FRQ-PRESENCAS
                                   END-IF
                           END-IF
                   END-IF
           END-READ.
