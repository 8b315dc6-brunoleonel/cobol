      *       OU NAO MATRICULADO E REJEITADO E O NOME
      *       OFICIAL DO MESTRE PREVALECE SOBRE O DO
      *       ROSTER NO HISTORICO, REEXAME E EXPORTACAO
      * 186 - FREQUENCIA DO PERIODO (PRESENCA.DAT VIA
      *       PROGCOB128) PASSADA AO MOTOR PROGCOB38: ABAIXO
      *       DO MINIMO O ALUNO E REPROVADO POR FREQUENCIA
      *       (SITUACAO 'Q') QUALQUER QUE SEJA A MEDIA,
      *       INCLUSIVE SE AUSENTE NA PROVA (NAO VAI PARA A
      *       SEGUNDA CHAMADA)
      * 187 - ROSTER.IN GERADO PELO PROGCOB132 A PARTIR DAS
      *       MATRICULAS DA TURMA, COM CURSO E TURMA; O CURSO
      *       VAI PARA O HISTORICO (BASE DO PRE-REQUISITO NA
      *       MATRICULA PROGCOB131)
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 ROSTER-NOTA2    PIC 9(02).
           02 ROSTER-PRESENCA PIC X(01).
               88 ROSTER-AUSENTE VALUE 'A'.
           02 ROSTER-CURSO    PIC 9(04).
           02 ROSTER-TURMA    PIC 9(02).
       FD  REGIMP-FILE.
       01  REGIMP-REC.
           02 REGIMP-ID       PIC 9(05).
           02 HIS-NOTA2       PIC 9(02).
           02 HIS-MEDIA       PIC 9(02).
           02 HIS-STATUS      PIC X(01).
           02 HIS-CURSO       PIC 9(04).
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
       01 WRK-DATA.
           02 WRK-NOTA1 PIC 9(02) VALUE ZEROS.
           02 WRK-NOTA2 PIC 9(02) VALUE ZEROS.
           02 WRK-MEDIA PIC 9(02) VALUE ZEROS.
           02 WRK-CURSO PIC 9(04) VALUE ZEROS.
       77 WRK-FS-ROSTER PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ROSTER==.
           02 WRK-AV-PESO      PIC 9V99  OCCURS 3 TIMES.
           02 WRK-AV-MEDIA     PIC 9(02)V99.
           02 WRK-AV-SITUACAO  PIC X(01).
           02 WRK-AV-AULAS-DADAS     PIC 9(03).
           02 WRK-AV-AULAS-PRESENTES PIC 9(03).
       01 WRK-FREQUENCIA.
           02 WRK-FRQ-ALUNO      PIC 9(05).
           02 WRK-FRQ-PERIODO    PIC 9(06).
           02 WRK-FRQ-AULAS      PIC 9(03).
           02 WRK-FRQ-PRESENCAS  PIC 9(03).
       77 WRK-QTD-REPROV-FREQ PIC 9(05) VALUE ZEROS.
       01 WRK-TAB-ALUNOS.
           02 WRK-TA-ENTRADA OCCURS 999 TIMES.
               03 WRK-TA-ID    PIC 9(05).
                   MOVE ROSTER-NOTA1    TO WRK-NOTA1
                   MOVE ROSTER-NOTA2    TO WRK-NOTA2
                   MOVE ROSTER-PRESENCA TO WRK-PRESENCA
                   IF ROSTER-CURSO IS NUMERIC
                           MOVE ROSTER-CURSO TO WRK-CURSO
                   ELSE
                           MOVE ZEROS        TO WRK-CURSO
                   END-IF
                   PERFORM 0114-CONSULTAR-ALUNO
                   IF NOT WRK-ALUNO-VALIDO
                           ADD 1 TO WRK-QTD-REJEITADOS
           CLOSE ALUNMST-FILE.
       0200-PROCESSAR.
           ADD 1 TO WRK-CONTADOR.
           PERFORM 0215-AVALIAR-ALUNO.
           IF WRK-ALUNO-AUSENTE AND WRK-AV-SITUACAO NOT = 'Q'
                   PERFORM 0230-TRATAR-AUSENTE
           ELSE
                   PERFORM 0220-CLASSIFICAR-ALUNO
           MOVE WRK-NOME    TO REX-NOME.
           MOVE WRK-PERIODO TO REX-PERIODO.
           WRITE REX-REGISTRO.
       0215-AVALIAR-ALUNO.
           MOVE WRK-ID      TO WRK-FRQ-ALUNO.
           MOVE WRK-PERIODO TO WRK-FRQ-PERIODO.
           CALL 'PROGCOB128' USING WRK-FREQUENCIA.
           MOVE ZEROS     TO WRK-AVALIACAO.
           MOVE 2         TO WRK-AV-QTD-NOTAS.
           MOVE WRK-NOTA1 TO WRK-AV-NOTA(1).
           MOVE WRK-NOTA2 TO WRK-AV-NOTA(2).
           MOVE WRK-FRQ-AULAS     TO WRK-AV-AULAS-DADAS.
           MOVE WRK-FRQ-PRESENCAS TO WRK-AV-AULAS-PRESENTES.
           CALL 'PROGCOB38' USING WRK-AVALIACAO.
       0220-CLASSIFICAR-ALUNO.
           MOVE WRK-AV-MEDIA TO WRK-MEDIA.
           DISPLAY WRK-ID ' ' WRK-NOME ' MEDIA: ' WRK-MEDIA ' - '
                   WITH NO ADVANCING.
                             DISPLAY 'RECUPERACAO'
                             ADD 1 TO WRK-QTD-RECUP
                             MOVE 'R' TO REGIMP-STATUS
                   WHEN 'Q'
                             DISPLAY 'REPROVADO POR FREQUENCIA ('
                                     WRK-FRQ-PRESENCAS '/'
                                     WRK-FRQ-AULAS ' AULAS)'
                             ADD 1 TO WRK-QTD-REPROV-FREQ
                             MOVE 'Q' TO REGIMP-STATUS
                   WHEN OTHER
                             DISPLAY 'REPROVADO'
                             ADD 1 TO WRK-QTD-REPROV
           MOVE WRK-NOTA2     TO HIS-NOTA2.
           MOVE WRK-MEDIA     TO HIS-MEDIA.
           MOVE REGIMP-STATUS TO HIS-STATUS.
           MOVE WRK-CURSO     TO HIS-CURSO.
           WRITE HIS-REGISTRO.
       0300-FINALIZAR.
           CLOSE REGIMP-FILE.
           DISPLAY 'TOTAL APROVADOS ===>    ' WRK-QTD-APROVADO.
           DISPLAY 'TOTAL RECUPERACAO ===>  ' WRK-QTD-RECUP.
           DISPLAY 'TOTAL REPROVADOS ===>   ' WRK-QTD-REPROV.
           DISPLAY 'TOTAL REPROV. FREQ. ===> ' WRK-QTD-REPROV-FREQ.
           DISPLAY 'TOTAL INCOMPLETOS ===>  ' WRK-QTD-INCOMPLETO.
           DISPLAY 'TOTAL REJEITADOS ===>   ' WRK-QTD-REJEITADOS.
           IF WRK-QTD-ALUNOS > 0
