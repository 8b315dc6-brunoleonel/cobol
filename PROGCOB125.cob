       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB125.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = SUBPROGRAMA DE CONTROLE DOS PERIODOS
      *            CONTABEIS FECHADOS DO RAZAO (GLFECH.DAT)
      * DATA = XX/XX/XXXX
      * 185 - UM SO DONO PARA O PERIODO TRAVADO DO RAZAO:
      *       FUNCAO 'C' RECEBE A DATA DO LANCAMENTO E, SE O
      *       MES ESTIVER FECHADO, DEVOLVE O PRIMEIRO DIA DO
      *       PROXIMO MES ABERTO (RESULTADO 'D' DESLOCADO,
      *       'A' ABERTO); FUNCAO 'F' TRAVA O MES DA DATA
      *       INFORMADA (RESULTADO 'N' SE JA FECHADO) - TODOS
      *       OS PROGRAMAS QUE GRAVAM GLJOURNAL.DAT DATAM O
      *       LANCAMENTO POR ESTE CONTROLE E O FECHAMENTO E
      *       FEITO PELO PROGCOB126
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLFECH-FILE ASSIGN TO 'GLFECH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLFECH.
       DATA DIVISION.
       FILE SECTION.
       FD  GLFECH-FILE.
       01  GLF-REGISTRO.
           02 GLF-ANOMES      PIC 9(06).
           02 GLF-DATA-FECH   PIC 9(08).
           02 GLF-USUARIO     PIC 9(02).
       WORKING-STORAGE SECTION.
       77 WRK-FS-GLFECH PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-GLFECH==.
       77 WRK-SW-CARGA    PIC X(01) VALUE 'N'.
           88 WRK-TABELA-CARREGADA VALUE 'S'.
       01 WRK-TAB-FECHADOS.
           02 WRK-TF-ANOMES PIC 9(06) OCCURS 240 TIMES.
       77 WRK-QTD-FECHADOS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-FECHADO  PIC 9(03) VALUE ZEROS.
       77 WRK-SW-FECHADO   PIC X(01) VALUE 'N'.
           88 WRK-PERIODO-FECHADO VALUE 'S'.
       01 WRK-ANOMES-BUSCA.
           02 WRK-AB-ANO    PIC 9(04).
           02 WRK-AB-MES    PIC 9(02).
       01 WRK-DATA-SAIDA.
           02 WRK-DS-ANOMES PIC 9(06).
           02 WRK-DS-DIA    PIC 9(02).
       LINKAGE SECTION.
       01 PRM-PERIODO-GL.
           02 PRM-PGL-FUNCAO    PIC X(01).
               88 PRM-PGL-CONSULTAR VALUE 'C'.
               88 PRM-PGL-FECHAR    VALUE 'F'.
           02 PRM-PGL-DATA      PIC 9(08).
           02 PRM-PGL-USUARIO   PIC 9(02).
           02 PRM-PGL-RESULTADO PIC X(01).
       PROCEDURE DIVISION USING PRM-PERIODO-GL.
       0001-PRINCIPAL.
           MOVE 'N' TO PRM-PGL-RESULTADO.
           IF NOT WRK-TABELA-CARREGADA
                   PERFORM 0100-CARREGAR-FECHADOS
           END-IF.
           EVALUATE TRUE
                   WHEN PRM-PGL-FECHAR
                             PERFORM 0300-FECHAR-PERIODO
                   WHEN OTHER
                             PERFORM 0200-CONSULTAR-PERIODO
           END-EVALUATE.
           GOBACK.
       0100-CARREGAR-FECHADOS.
           MOVE 'S'   TO WRK-SW-CARGA.
           MOVE ZEROS TO WRK-QTD-FECHADOS.
           OPEN INPUT GLFECH-FILE.
           IF WRK-FS-GLFECH-OK
                   PERFORM 0110-LER-FECHADO
                           UNTIL WRK-FS-GLFECH = '10'
                              OR WRK-QTD-FECHADOS >= 240
           END-IF.
           CLOSE GLFECH-FILE.
       0110-LER-FECHADO.
           READ GLFECH-FILE
               AT END
                   MOVE '10' TO WRK-FS-GLFECH
               NOT AT END
                   ADD 1 TO WRK-QTD-FECHADOS
                   MOVE GLF-ANOMES
                       TO WRK-TF-ANOMES(WRK-QTD-FECHADOS)
           END-READ.
       0150-VERIFICAR-FECHADO.
           MOVE 'N'   TO WRK-SW-FECHADO.
           MOVE ZEROS TO WRK-IDX-FECHADO.
           PERFORM 0155-COMPARAR-FECHADO
                   UNTIL WRK-IDX-FECHADO >= WRK-QTD-FECHADOS
                      OR WRK-PERIODO-FECHADO.
       0155-COMPARAR-FECHADO.
           ADD 1 TO WRK-IDX-FECHADO.
           IF WRK-ANOMES-BUSCA = WRK-TF-ANOMES(WRK-IDX-FECHADO)
                   MOVE 'S' TO WRK-SW-FECHADO
           END-IF.
       0200-CONSULTAR-PERIODO.
           MOVE 'A' TO PRM-PGL-RESULTADO.
           MOVE PRM-PGL-DATA TO WRK-DATA-SAIDA.
           MOVE WRK-DS-ANOMES TO WRK-ANOMES-BUSCA.
           PERFORM 0150-VERIFICAR-FECHADO.
           IF WRK-PERIODO-FECHADO
                   MOVE 'D' TO PRM-PGL-RESULTADO
                   PERFORM 0210-AVANCAR-MES
                           UNTIL NOT WRK-PERIODO-FECHADO
                   MOVE WRK-ANOMES-BUSCA TO WRK-DS-ANOMES
                   MOVE 01 TO WRK-DS-DIA
                   MOVE WRK-DATA-SAIDA TO PRM-PGL-DATA
           END-IF.
       0210-AVANCAR-MES.
           IF WRK-AB-MES >= 12
                   MOVE 01 TO WRK-AB-MES
                   ADD 1 TO WRK-AB-ANO
           ELSE
                   ADD 1 TO WRK-AB-MES
           END-IF.
           PERFORM 0150-VERIFICAR-FECHADO.
       0300-FECHAR-PERIODO.
           MOVE PRM-PGL-DATA TO WRK-DATA-SAIDA.
           MOVE WRK-DS-ANOMES TO WRK-ANOMES-BUSCA.
           PERFORM 0150-VERIFICAR-FECHADO.
           IF WRK-PERIODO-FECHADO OR WRK-QTD-FECHADOS >= 240
                   MOVE 'N' TO PRM-PGL-RESULTADO
           ELSE
                   OPEN EXTEND GLFECH-FILE
                   IF WRK-FS-GLFECH-ARQ-INEXISTENTE
                           CLOSE GLFECH-FILE
                           OPEN OUTPUT GLFECH-FILE
                   END-IF
                   MOVE WRK-ANOMES-BUSCA TO GLF-ANOMES
                   ACCEPT GLF-DATA-FECH FROM DATE YYYYMMDD
                   MOVE PRM-PGL-USUARIO TO GLF-USUARIO
                   WRITE GLF-REGISTRO
                   CLOSE GLFECH-FILE
                   ADD 1 TO WRK-QTD-FECHADOS
                   MOVE WRK-ANOMES-BUSCA
                       TO WRK-TF-ANOMES(WRK-QTD-FECHADOS)
                   MOVE 'S' TO PRM-PGL-RESULTADO
           END-IF.
