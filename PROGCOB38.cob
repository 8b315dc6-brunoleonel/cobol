      *       PESOS IGUAIS), CORTES UNICOS DE PARAM.CFG
      *       (PADRAO 06/02) E ARREDONDAMENTO UNIFORME -
      *       SITUACAO DEVOLVIDA COMO A/R/F
      * 186 - FREQUENCIA MINIMA (PARAM.CFG POSICOES 5-7,
      *       PADRAO 075%): COM AULAS INFORMADAS PELO
      *       CHAMADOR E PRESENCA ABAIXO DO MINIMO O ALUNO
      *       E REPROVADO POR FREQUENCIA (SITUACAO 'Q')
      *       QUALQUER QUE SEJA A MEDIA; AULAS ZERADAS =
      *       REGRA NAO APLICADA
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  PARAM-REC.
           02 PARAM-CORTE-APROVADO   PIC 9(02).
           02 PARAM-CORTE-RECUP      PIC 9(02).
           02 PARAM-FREQ-MINIMA      PIC 9(03).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PARAM PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
           88 WRK-CORTES-CARREGADOS VALUE 'S'.
       77 WRK-CORTE-APROVADO PIC 9(02) VALUE 06.
       77 WRK-CORTE-RECUP    PIC 9(02) VALUE 02.
       77 WRK-FREQ-MINIMA    PIC 9(03) VALUE 075.
       77 WRK-FREQ-ALUNO     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-IDX          PIC 9(01) VALUE ZEROS.
       77 WRK-SOMA-PONDERADA PIC 9(05)V9(04) VALUE ZEROS.
       77 WRK-SOMA-PESOS     PIC 9(02)V99 VALUE ZEROS.
           02 PRM-PESO      PIC 9V99  OCCURS 3 TIMES.
           02 PRM-MEDIA     PIC 9(02)V99.
           02 PRM-SITUACAO  PIC X(01).
           02 PRM-AULAS-DADAS     PIC 9(03).
           02 PRM-AULAS-PRESENTES PIC 9(03).
       PROCEDURE DIVISION USING PRM-AVALIACAO.
       0001-PRINCIPAL.
           IF NOT WRK-CORTES-CARREGADOS
                                   MOVE PARAM-CORTE-RECUP
                                       TO WRK-CORTE-RECUP
                           END-IF
                           IF PARAM-REC(5:3) IS NUMERIC
                              AND PARAM-FREQ-MINIMA > ZEROS
                              AND PARAM-FREQ-MINIMA NOT > 100
                                   MOVE PARAM-FREQ-MINIMA
                                       TO WRK-FREQ-MINIMA
                           END-IF
                   END-READ
                   CLOSE PARAM-FILE
           END-IF.
                   WHEN OTHER
                             MOVE 'F' TO PRM-SITUACAO
           END-EVALUATE.
           IF PRM-AULAS-DADAS > ZEROS
                   COMPUTE WRK-FREQ-ALUNO ROUNDED =
                           (PRM-AULAS-PRESENTES * 100)
                           / PRM-AULAS-DADAS
                   IF WRK-FREQ-ALUNO < WRK-FREQ-MINIMA
                           MOVE 'Q' TO PRM-SITUACAO
                   END-IF
           END-IF.
