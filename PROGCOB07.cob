      * 084 - CATALOGO DE CURSOS (COURSES.DAT) COM PESOS
      *       PROPRIOS POR CURSO, CODIGO DE CURSO NO
      *       NOTAS.IN E RESUMO DE APROVACAO POR CURSO
      * 186 - AREA DO MOTOR PROGCOB38 COM AULAS DADAS E
      *       PRESENTES (ZERADAS - SEM APURACAO DE
      *       FREQUENCIA NESTE PROGRAMA)
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 WRK-AV-PESO      PIC 9V99  OCCURS 3 TIMES.
           02 WRK-AV-MEDIA     PIC 9(02)V99.
           02 WRK-AV-SITUACAO  PIC X(01).
           02 WRK-AV-AULAS-DADAS     PIC 9(03).
           02 WRK-AV-AULAS-PRESENTES PIC 9(03).
       77 WRK-FS-COURSES PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-COURSES==.
           END-IF.
           ADD 1 TO WRK-CONTADOR.
           PERFORM 0104-BUSCAR-CURSO.
           MOVE ZEROS     TO WRK-AV-AULAS-DADAS
                             WRK-AV-AULAS-PRESENTES.
           MOVE WRK-NOTA1 TO WRK-AV-NOTA(1).
           MOVE WRK-NOTA2 TO WRK-AV-NOTA(2).
           MOVE WRK-NOTA3 TO WRK-AV-NOTA(3).
