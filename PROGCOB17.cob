      * 072 - GRAVACAO DO CALENDARIO FISCAL EM FISCAL.DAT
      *       (ANO FISCAL / PERIODO / MES CIVIL) PARA USO
      *       DOS PROGRAMAS DE VENDAS E FECHAMENTO
      * 197 - CALENDARIO VAREJO 4-5-4 GRAVADO EM SEMANAS.DAT
      *       JUNTO COM O FISCAL.DAT (ANO FISCAL ANTERIOR E
      *       CORRENTE): SEMANAS DE DOMINGO A SABADO, ANO
      *       INICIADO NO DOMINGO MAIS PROXIMO DO DIA 1 DO
      *       MES FISCAL INICIAL, REGRA DO ANO DE 53 SEMANAS
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FISCAL-FILE ASSIGN TO 'FISCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FISCAL.
           SELECT SEMANAS-FILE ASSIGN TO 'SEMANAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEMANAS.
       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-FILE.
           02 FIS-ANO-FISCAL   PIC 9(04).
           02 FIS-PERIODO      PIC 9(02).
           02 FIS-ANOMES-CIVIL PIC 9(06).
       FD  SEMANAS-FILE.
           COPY 'SEMFREC.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MESDATA.cob'.
       77 WRK-FS-FISCAL PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-FISCAL==.
       77 WRK-FS-SEMANAS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SEMANAS==.
       77 WRK-SW-GRAVAR PIC X(01) VALUE 'N'.
           88 WRK-GRAVAR-FISCAL VALUE 'S'.
       77 WRK-ANO-BASE  PIC 9(04) VALUE ZEROS.
       77 WRK-MES-FISCAL-INICIO  PIC 9(02) VALUE 1.
       77 WRK-FISCAL-IDX         PIC 9(02) VALUE ZEROS.
       77 WRK-MES-CALENDARIO     PIC 9(02) VALUE ZEROS.
       77 WRK-SW-VAREJO          PIC X(01) VALUE 'N'.
           88 WRK-GERAR-VAREJO   VALUE 'S'.
       77 WRK-ANO-SEMANAS        PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-CALC           PIC 9(04) VALUE ZEROS.
       77 WRK-MES-ANTERIOR       PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-ANTERIOR       PIC 9(04) VALUE ZEROS.
       77 WRK-DIA-JANELA         PIC 9(02) VALUE ZEROS.
       77 WRK-QUOCIENTE          PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-4            PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-100          PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-400          PIC 9(03) VALUE ZEROS.
       77 WRK-INICIO-CALC        PIC 9(08) VALUE ZEROS.
       77 WRK-INICIO-ANO         PIC 9(08) VALUE ZEROS.
       77 WRK-INICIO-PROX        PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-SEMANA        PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-SEMANAS        PIC 9(02) VALUE ZEROS.
       77 WRK-SEMANA-IDX         PIC 9(02) VALUE ZEROS.
       77 WRK-PERIODO-IDX        PIC 9(02) VALUE ZEROS.
       77 WRK-SEM-NO-PERIODO     PIC 9(01) VALUE ZEROS.
       01 WRK-DIAS-MES-DEF       PIC X(24)
               VALUE '312831303130313130313031'.
       01 WRK-DIAS-MES REDEFINES WRK-DIAS-MES-DEF.
           02 WRK-QTD-DIAS-MES   PIC 9(02) OCCURS 12 TIMES.
       01 WRK-PADRAO-454-DEF     PIC X(12) VALUE '454454454454'.
       01 WRK-PADRAO-454 REDEFINES WRK-PADRAO-454-DEF.
           02 WRK-SEMANAS-PERIODO PIC 9(01) OCCURS 12 TIMES.
       01 WRK-DATA-VAL.
           02 WRK-DV-DATA        PIC 9(08).
           02 WRK-DV-VALIDA      PIC X(01).
           02 WRK-DV-DIA-SEMANA  PIC 9(01).
       01 WRK-DIA-UTIL.
           02 WRK-DU-FUNCAO      PIC X(01).
           02 WRK-DU-DATA        PIC 9(08).
           02 WRK-DU-RESULTADO   PIC X(01).
           02 WRK-DU-PROXIMA     PIC 9(08).
           02 WRK-DU-REGIAO      PIC 9(02).
           02 WRK-DU-DIAS        PIC 9(03).
       PROCEDURE DIVISION.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           DISPLAY 'IDIOMA (PT/EN): '.
                   ACCEPT WRK-SW-GRAVAR FROM CONSOLE
                   IF WRK-GRAVAR-FISCAL
                           PERFORM 0530-GRAVAR-CALENDARIO
                           PERFORM 0540-GERAR-CALENDARIO-VAREJO
                   END-IF
           END-IF.
           STOP RUN.
                           (WRK-ANO-CIVIL * 100) + WRK-MES-CALENDARIO.
                   WRITE FIS-REGISTRO.

           0540-GERAR-CALENDARIO-VAREJO.
                   DISPLAY 'GERAR CALENDARIO VAREJO 4-5-4 EM '
                           'SEMANAS.DAT (S/N): '.
                   ACCEPT WRK-SW-VAREJO FROM CONSOLE.
                   IF WRK-GERAR-VAREJO
                           OPEN OUTPUT SEMANAS-FILE
                           COMPUTE WRK-ANO-SEMANAS = WRK-ANO-BASE - 1
                           PERFORM 0545-GERAR-ANO-VAREJO
                           MOVE WRK-ANO-BASE TO WRK-ANO-SEMANAS
                           PERFORM 0545-GERAR-ANO-VAREJO
                           CLOSE SEMANAS-FILE
                           DISPLAY 'CALENDARIO 4-5-4 GRAVADO EM '
                                   'SEMANAS.DAT'
                   END-IF.

           0545-GERAR-ANO-VAREJO.
                   MOVE WRK-ANO-SEMANAS TO WRK-ANO-CALC.
                   PERFORM 0550-CALCULAR-INICIO-ANO.
                   MOVE WRK-INICIO-CALC TO WRK-INICIO-ANO.
                   COMPUTE WRK-ANO-CALC = WRK-ANO-SEMANAS + 1.
                   PERFORM 0550-CALCULAR-INICIO-ANO.
                   MOVE WRK-INICIO-CALC TO WRK-INICIO-PROX.
                   MOVE ZEROS TO WRK-QTD-SEMANAS.
                   MOVE WRK-INICIO-ANO TO WRK-DATA-SEMANA.
                   PERFORM 0560-CONTAR-SEMANA
                           UNTIL WRK-DATA-SEMANA >= WRK-INICIO-PROX
                              OR WRK-DATA-SEMANA = ZEROS.
                   MOVE WRK-INICIO-ANO TO WRK-DATA-SEMANA.
                   MOVE ZEROS TO WRK-SEMANA-IDX WRK-SEM-NO-PERIODO.
                   MOVE 1     TO WRK-PERIODO-IDX.
                   PERFORM 0565-GRAVAR-SEMANA
                           UNTIL WRK-SEMANA-IDX >= WRK-QTD-SEMANAS.
                   DISPLAY 'ANO VAREJO ' WRK-ANO-SEMANAS ' INICIO '
                           WRK-INICIO-ANO ' SEMANAS ' WRK-QTD-SEMANAS.

           0550-CALCULAR-INICIO-ANO.
                   IF WRK-MES-FISCAL-INICIO = 1
                           MOVE 12 TO WRK-MES-ANTERIOR
                           COMPUTE WRK-ANO-ANTERIOR = WRK-ANO-CALC - 1
                   ELSE
                           COMPUTE WRK-MES-ANTERIOR =
                                   WRK-MES-FISCAL-INICIO - 1
                           MOVE WRK-ANO-CALC TO WRK-ANO-ANTERIOR
                   END-IF.
                   MOVE WRK-QTD-DIAS-MES(WRK-MES-ANTERIOR)
                       TO WRK-DIA-JANELA.
                   IF WRK-MES-ANTERIOR = 2
                           DIVIDE WRK-ANO-ANTERIOR BY 4
                                   GIVING WRK-QUOCIENTE
                                   REMAINDER WRK-RESTO-4
                           DIVIDE WRK-ANO-ANTERIOR BY 100
                                   GIVING WRK-QUOCIENTE
                                   REMAINDER WRK-RESTO-100
                           DIVIDE WRK-ANO-ANTERIOR BY 400
                                   GIVING WRK-QUOCIENTE
                                   REMAINDER WRK-RESTO-400
                           IF (WRK-RESTO-4 = 0
                               AND WRK-RESTO-100 NOT = 0)
                              OR WRK-RESTO-400 = 0
                                   MOVE 29 TO WRK-DIA-JANELA
                           END-IF
                   END-IF.
                   SUBTRACT 2 FROM WRK-DIA-JANELA.
                   COMPUTE WRK-INICIO-CALC =
                           (WRK-ANO-ANTERIOR * 10000)
                           + (WRK-MES-ANTERIOR * 100) + WRK-DIA-JANELA.
                   MOVE WRK-INICIO-CALC TO WRK-DV-DATA.
                   CALL 'PROGCOB39' USING WRK-DATA-VAL.
                   PERFORM 0555-AVANCAR-ATE-DOMINGO
                           UNTIL WRK-DV-DIA-SEMANA = 7
                              OR WRK-DV-VALIDA NOT = 'S'.

           0555-AVANCAR-ATE-DOMINGO.
                   MOVE 1 TO WRK-DU-DIAS.
                   PERFORM 0570-SOMAR-DIAS.
                   MOVE WRK-DU-PROXIMA TO WRK-INICIO-CALC.
                   MOVE WRK-INICIO-CALC TO WRK-DV-DATA.
                   CALL 'PROGCOB39' USING WRK-DATA-VAL.

           0560-CONTAR-SEMANA.
                   ADD 1 TO WRK-QTD-SEMANAS.
                   MOVE WRK-DATA-SEMANA TO WRK-INICIO-CALC.
                   MOVE 7 TO WRK-DU-DIAS.
                   PERFORM 0570-SOMAR-DIAS.
                   MOVE WRK-DU-PROXIMA TO WRK-DATA-SEMANA.

           0565-GRAVAR-SEMANA.
                   ADD 1 TO WRK-SEMANA-IDX.
                   ADD 1 TO WRK-SEM-NO-PERIODO.
                   IF WRK-SEM-NO-PERIODO >
                           WRK-SEMANAS-PERIODO(WRK-PERIODO-IDX)
                      AND WRK-PERIODO-IDX < 12
                           ADD 1 TO WRK-PERIODO-IDX
                           MOVE 1 TO WRK-SEM-NO-PERIODO
                   END-IF.
                   MOVE WRK-ANO-SEMANAS    TO SEMF-ANO-FISCAL.
                   MOVE WRK-SEMANA-IDX     TO SEMF-SEMANA.
                   MOVE WRK-PERIODO-IDX    TO SEMF-PERIODO.
                   COMPUTE SEMF-TRIMESTRE =
                           ((WRK-PERIODO-IDX - 1) / 3) + 1.
                   MOVE WRK-SEM-NO-PERIODO TO SEMF-SEMANA-PERIODO.
                   MOVE WRK-DATA-SEMANA    TO SEMF-DATA-INICIO.
                   MOVE WRK-QTD-SEMANAS    TO SEMF-SEMANAS-ANO.
                   MOVE WRK-DATA-SEMANA    TO WRK-INICIO-CALC.
                   MOVE 6 TO WRK-DU-DIAS.
                   PERFORM 0570-SOMAR-DIAS.
                   MOVE WRK-DU-PROXIMA     TO SEMF-DATA-FIM.
                   WRITE SEMF-REGISTRO.
                   MOVE 7 TO WRK-DU-DIAS.
                   PERFORM 0570-SOMAR-DIAS.
                   MOVE WRK-DU-PROXIMA     TO WRK-DATA-SEMANA.

           0570-SOMAR-DIAS.
                   MOVE 'S'             TO WRK-DU-FUNCAO.
                   MOVE WRK-INICIO-CALC TO WRK-DU-DATA.
                   MOVE ZEROS           TO WRK-DU-REGIAO.
                   CALL 'PROGCOB40' USING WRK-DIA-UTIL.
