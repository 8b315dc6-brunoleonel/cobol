      *       MATRIZ (PROGCOB21): MEDIA E SITUACAO SAO
      *       REDERIVADAS PELO MOTOR PROGCOB38 E AS IMAGENS
      *       ANTES/DEPOIS DO REGISTRO VAO PARA JRNL.LOG
      * 186 - A REDERIVACAO CONSIDERA A FREQUENCIA DO ALUNO
      *       NO PERIODO (PRESENCA.DAT VIA PROGCOB128) -
      *       CORRECAO DE NOTA NAO REVERTE REPROVACAO POR
      *       FREQUENCIA
      * 187 - HISTORICO COM O CURSO; A SOLICITACAO INFORMA O
      *       CURSO (0000 = PRIMEIRO REGISTRO DO ALUNO NO
      *       PERIODO, COMO ANTES) PARA LOCALIZAR A LINHA
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 HIS-NOTA2       PIC 9(02).
           02 HIS-MEDIA       PIC 9(02).
           02 HIS-STATUS      PIC X(01).
           02 HIS-CURSO       PIC 9(04).
       FD  NOTAPEND-FILE.
       01  NPD-REGISTRO.
           02 NPD-ALUNO       PIC 9(05).
               88 NPD-PENDENTE  VALUE 'P'.
               88 NPD-APROVADO  VALUE 'A'.
               88 NPD-REJEITADO VALUE 'X'.
           02 NPD-CURSO       PIC 9(04).
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  JORNAL-FILE.
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
       01 WRK-TAB-PENDENTES.
           02 WRK-TP-ENTRADA OCCURS 100 TIMES.
               03 WRK-TP-ALUNO       PIC 9(05).
               03 WRK-TP-PERIODO     PIC 9(06).
               03 WRK-TP-NOTA1       PIC 9(02).
               03 WRK-TP-NOTA2       PIC 9(02).
               03 WRK-TP-CURSO       PIC 9(04).
               03 WRK-TP-SOLICITANTE PIC 9(02).
               03 WRK-TP-STATUS      PIC X(01).
       77 WRK-QTD-PEND  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PEND  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-HIST.
           02 WRK-TH-REGISTRO PIC X(42) OCCURS 1000 TIMES.
       77 WRK-QTD-HIST  PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-HIST  PIC 9(04) VALUE ZEROS.
       77 WRK-SW-ACHOU  PIC X(01) VALUE 'N'.
           MOVE WRK-ALUNO TO NPD-ALUNO.
           DISPLAY 'PERIODO LETIVO (AAAAMM): '.
           ACCEPT  NPD-PERIODO FROM CONSOLE.
           DISPLAY 'CODIGO DO CURSO (0000 = UNICO NO PERIODO): '.
           ACCEPT  NPD-CURSO FROM CONSOLE.
           DISPLAY 'NOVA NOTA 1 (00-10): '.
           ACCEPT  NPD-NOTA1 FROM CONSOLE.
           DISPLAY 'NOVA NOTA 2 (00-10): '.
                       TO WRK-TP-NOTA1(WRK-QTD-PEND)
                   MOVE NPD-NOTA2
                       TO WRK-TP-NOTA2(WRK-QTD-PEND)
                   IF NPD-CURSO IS NUMERIC
                           MOVE NPD-CURSO
                               TO WRK-TP-CURSO(WRK-QTD-PEND)
                   ELSE
                           MOVE ZEROS
                               TO WRK-TP-CURSO(WRK-QTD-PEND)
                   END-IF
                   MOVE NPD-SOLICITANTE
                       TO WRK-TP-SOLICITANTE(WRK-QTD-PEND)
                   MOVE NPD-STATUS
           MOVE WRK-TH-REGISTRO(WRK-IDX-HIST) TO HIS-REGISTRO.
           IF HIS-ID = WRK-TP-ALUNO(WRK-IDX-PEND)
              AND HIS-PERIODO = WRK-TP-PERIODO(WRK-IDX-PEND)
              AND (WRK-TP-CURSO(WRK-IDX-PEND) = ZEROS
                OR HIS-CURSO = WRK-TP-CURSO(WRK-IDX-PEND))
                   MOVE 'S' TO WRK-SW-ACHOU
           END-IF.
       0266-REDERIVAR-MEDIA.
           MOVE ZEROS TO WRK-AV-NOTA(3).
           MOVE ZEROS TO WRK-AV-PESO(1) WRK-AV-PESO(2)
                         WRK-AV-PESO(3).
           MOVE HIS-ID      TO WRK-FRQ-ALUNO.
           MOVE HIS-PERIODO TO WRK-FRQ-PERIODO.
           CALL 'PROGCOB128' USING WRK-FREQUENCIA.
           MOVE WRK-FRQ-AULAS     TO WRK-AV-AULAS-DADAS.
           MOVE WRK-FRQ-PRESENCAS TO WRK-AV-AULAS-PRESENTES.
           CALL 'PROGCOB38' USING WRK-AVALIACAO.
           MOVE WRK-AV-MEDIA    TO HIS-MEDIA.
           MOVE WRK-AV-SITUACAO TO HIS-STATUS.
           MOVE WRK-TP-PERIODO(WRK-IDX-PEND)     TO NPD-PERIODO.
           MOVE WRK-TP-NOTA1(WRK-IDX-PEND)       TO NPD-NOTA1.
           MOVE WRK-TP-NOTA2(WRK-IDX-PEND)       TO NPD-NOTA2.
           MOVE WRK-TP-CURSO(WRK-IDX-PEND)       TO NPD-CURSO.
           MOVE WRK-TP-SOLICITANTE(WRK-IDX-PEND) TO NPD-SOLICITANTE.
           MOVE WRK-TP-STATUS(WRK-IDX-PEND)      TO NPD-STATUS.
           WRITE NPD-REGISTRO.
