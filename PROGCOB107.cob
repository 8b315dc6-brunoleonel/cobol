       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB107.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = RELATORIO DE SOBRA/FALTA DE CAIXA POR
      *            LOJA, OPERADOR E DIA (FECHCX.DAT CONTRA
      *            METPAG.DAT)
      * DATA = XX/XX/XXXX
      * 170 - PARA CADA LOJA/DIA DO PERIODO, O DINHEIRO
      *       CONTADO (MENOS O FUNDO DE TROCO) E OS
      *       COMPROVANTES DE CARTAO DE TODOS OS CAIXAS SAO
      *       CONFRONTADOS COM OS TOTAIS 'D' E 'C' QUE O
      *       PROGCOB15 ACUMULOU EM METPAG.DAT. COMO
      *       METPAG.DAT NAO TEM OPERADOR, A DIFERENCA DA
      *       LOJA/DIA E RATEADA EM PARTES IGUAIS ENTRE OS
      *       FECHAMENTOS DO DIA. PARTE ACIMA DA TOLERANCIA
      *       (CAIXA-TOLERANCIA, PADRAO 5,00) E OCORRENCIA
      *       DO OPERADOR; QUEM ACUMULA CAIXA-REINCIDENCIA
      *       OCORRENCIAS (PADRAO 3) NO PERIODO E LISTADO
      *       COMO REINCIDENTE COM EXCECAO E047
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECHCX-FILE ASSIGN TO 'FECHCX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FCX-CHAVE
               FILE STATUS IS WRK-FS-FECHCX.
           SELECT METPAG-FILE ASSIGN TO 'METPAG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MPG-CHAVE
               FILE STATUS IS WRK-FS-METPAG.
           SELECT EXCEPTION-FILE ASSIGN TO 'EXCPT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPT.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB107.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  FECHCX-FILE.
           COPY 'FCXREC.cob'.
       FD  METPAG-FILE.
           COPY 'MPAGREC.cob'.
       FD  EXCEPTION-FILE.
           COPY 'EXCPREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-FECHCX   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-FECHCX==.
       77 WRK-FS-METPAG   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-METPAG==.
       77 WRK-FS-EXCPT    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-EXCPT==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-EXC-CODIGO      PIC X(04) VALUE SPACES.
       77 WRK-EXC-DESCRICAO   PIC X(40) VALUE SPACES.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-SW-PRIMEIRA PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRA-VEZ VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-LOJA-FILTRO PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM    PIC 9(08) VALUE ZEROS.
       77 WRK-LOJA-ANT    PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-ANT    PIC 9(08) VALUE ZEROS.
       77 WRK-TOLERANCIA  PIC 9(05)V99 VALUE 5.
       77 WRK-LIMITE-OCORR PIC 9(03) VALUE 3.
       77 WRK-CONT-DINHEIRO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CONT-CARTAO   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ESP-DINHEIRO  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ESP-CARTAO    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DIF-DINHEIRO  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DIF-CARTAO    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DIF-DIA       PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PARTE-OPER    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PARTE-ABS     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-SOBRA     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FALTA     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-REINCID   PIC 9(05) VALUE ZEROS.
       01 WRK-TAB-TURNOS.
           02 WRK-TT-ENTRADA OCCURS 30 TIMES.
               03 WRK-TT-CAIXA    PIC 9(03).
               03 WRK-TT-OPERADOR PIC 9(03).
               03 WRK-TT-DINHEIRO PIC 9(09)V99.
               03 WRK-TT-CARTAO   PIC 9(09)V99.
       77 WRK-QTD-TURNOS  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-TURNO   PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-OPERADORES.
           02 WRK-TO-ENTRADA OCCURS 999 TIMES.
               03 WRK-TO-OCORR    PIC 9(05).
               03 WRK-TO-VALOR    PIC S9(11)V99.
       77 WRK-IDX         PIC 9(04) VALUE ZEROS.
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-LINHA-TURNO.
           02 FILLER          PIC X(04) VALUE ' CX '.
           02 WRK-LU-CAIXA    PIC 9(03).
           02 FILLER          PIC X(04) VALUE ' OP '.
           02 WRK-LU-OPERADOR PIC 9(03).
           02 FILLER          PIC X(05) VALUE ' DIN '.
           02 WRK-LU-DINHEIRO PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(05) VALUE ' CAR '.
           02 WRK-LU-CARTAO   PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(05) VALUE ' DIF '.
           02 WRK-LU-PARTE    PIC -ZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LU-PARECER  PIC X(05).
           02 FILLER          PIC X(05) VALUE SPACES.
       01 WRK-LINHA-METODO.
           02 FILLER          PIC X(02) VALUE 'LJ'.
           02 WRK-LM-LOJA     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LM-DATA     PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LM-METODO   PIC X(08).
           02 FILLER          PIC X(05) VALUE ' ESP '.
           02 WRK-LM-ESPERADO PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(06) VALUE ' CONT '.
           02 WRK-LM-CONTADO  PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(05) VALUE ' DIF '.
           02 WRK-LM-DIFERENCA PIC -ZZZ.ZZ9,99.
       01 WRK-LINHA-OPERADOR.
           02 FILLER          PIC X(09) VALUE 'OPERADOR '.
           02 WRK-LO-OPERADOR PIC 9(03).
           02 FILLER          PIC X(12) VALUE ' OCORRENCIAS'.
           02 WRK-LO-OCORR    PIC ZZZZ9.
           02 FILLER          PIC X(07) VALUE ' SALDO '.
           02 WRK-LO-VALOR    PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LO-PARECER  PIC X(11).
           02 FILLER          PIC X(08) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
           02 FILLER          PIC X(13) VALUE 'TOTAL SOBRAS '.
           02 WRK-LTT-SOBRA   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(08) VALUE ' FALTAS '.
           02 WRK-LTT-FALTA   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(23) VALUE SPACES.
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-DESC-EXC.
           02 FILLER          PIC X(13) VALUE 'CAIXA REINC O'.
           02 WRK-DE-OPERADOR PIC 9(03).
           02 FILLER          PIC X(03) VALUE ' QT'.
           02 WRK-DE-OCORR    PIC 9(05).
           02 FILLER          PIC X(03) VALUE ' V '.
           02 WRK-DE-VALOR    PIC -9(09),99.
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
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM-VARRE.
           CLOSE FECHCX-FILE.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND EXCEPTION-FILE.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE ZEROS TO WRK-TAB-OPERADORES.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'LOJA (000 PARA TODAS): '.
           ACCEPT  WRK-LOJA-FILTRO FROM CONSOLE.
           DISPLAY 'DATA INICIAL DO PERIODO (AAAAMMDD): '.
           ACCEPT  WRK-DATA-INICIO FROM CONSOLE.
           DISPLAY 'DATA FINAL DO PERIODO (AAAAMMDD): '.
           ACCEPT  WRK-DATA-FIM FROM CONSOLE.
           MOVE 'CAIXA-TOLERANCIA' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-TOLERANCIA
           END-IF.
           MOVE 'CAIXA-REINCIDENCIA' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-LIMITE-OCORR
           END-IF.
           OPEN INPUT FECHCX-FILE.
           IF NOT WRK-FS-FECHCX-OK
                   DISPLAY 'FECHCX.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'SOBRA/FALTA CAIXA' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
       0200-PROCESSAR.
           READ FECHCX-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF (WRK-LOJA-FILTRO = ZEROS
                       OR FCX-LOJA = WRK-LOJA-FILTRO)
                      AND FCX-DATA >= WRK-DATA-INICIO
                      AND FCX-DATA <= WRK-DATA-FIM
                           PERFORM 0210-ACUMULAR-TURNO
                   END-IF
           END-READ.
       0210-ACUMULAR-TURNO.
           IF WRK-PRIMEIRA-VEZ
                   MOVE 'N' TO WRK-SW-PRIMEIRA
           ELSE
                   IF FCX-LOJA NOT = WRK-LOJA-ANT
                      OR FCX-DATA NOT = WRK-DATA-ANT
                           PERFORM 0250-QUEBRA-LOJA-DIA
                   END-IF
           END-IF.
           MOVE FCX-LOJA TO WRK-LOJA-ANT.
           MOVE FCX-DATA TO WRK-DATA-ANT.
           ADD 1 TO WRK-CONTADOR.
           IF WRK-QTD-TURNOS < 30
                   ADD 1 TO WRK-QTD-TURNOS
                   MOVE FCX-CAIXA    TO WRK-TT-CAIXA(WRK-QTD-TURNOS)
                   MOVE FCX-OPERADOR
                       TO WRK-TT-OPERADOR(WRK-QTD-TURNOS)
                   COMPUTE WRK-TT-DINHEIRO(WRK-QTD-TURNOS) =
                           FCX-DINHEIRO - FCX-FUNDO
                   MOVE FCX-CARTAO
                       TO WRK-TT-CARTAO(WRK-QTD-TURNOS)
                   ADD WRK-TT-DINHEIRO(WRK-QTD-TURNOS)
                       TO WRK-CONT-DINHEIRO
                   ADD FCX-CARTAO TO WRK-CONT-CARTAO
           END-IF.
       0250-QUEBRA-LOJA-DIA.
           PERFORM 0255-LER-ESPERADO.
           COMPUTE WRK-DIF-DINHEIRO =
                   WRK-CONT-DINHEIRO - WRK-ESP-DINHEIRO.
           COMPUTE WRK-DIF-CARTAO =
                   WRK-CONT-CARTAO - WRK-ESP-CARTAO.
           COMPUTE WRK-DIF-DIA = WRK-DIF-DINHEIRO + WRK-DIF-CARTAO.
           IF WRK-DIF-DIA > 0
                   ADD WRK-DIF-DIA TO WRK-TOT-SOBRA
           ELSE
                   SUBTRACT WRK-DIF-DIA FROM WRK-TOT-FALTA
           END-IF.
           MOVE WRK-LOJA-ANT      TO WRK-LM-LOJA.
           MOVE WRK-DATA-ANT      TO WRK-LM-DATA.
           MOVE 'DINHEIRO'        TO WRK-LM-METODO.
           MOVE WRK-ESP-DINHEIRO  TO WRK-LM-ESPERADO.
           MOVE WRK-CONT-DINHEIRO TO WRK-LM-CONTADO.
           MOVE WRK-DIF-DINHEIRO  TO WRK-LM-DIFERENCA.
           WRITE REP-LINHA FROM WRK-LINHA-METODO.
           DISPLAY WRK-LINHA-METODO.
           MOVE 'CARTAO'          TO WRK-LM-METODO.
           MOVE WRK-ESP-CARTAO    TO WRK-LM-ESPERADO.
           MOVE WRK-CONT-CARTAO   TO WRK-LM-CONTADO.
           MOVE WRK-DIF-CARTAO    TO WRK-LM-DIFERENCA.
           WRITE REP-LINHA FROM WRK-LINHA-METODO.
           DISPLAY WRK-LINHA-METODO.
           IF WRK-QTD-TURNOS > 0
                   COMPUTE WRK-PARTE-OPER ROUNDED =
                           WRK-DIF-DIA / WRK-QTD-TURNOS
           ELSE
                   MOVE ZEROS TO WRK-PARTE-OPER
           END-IF.
           MOVE WRK-PARTE-OPER TO WRK-PARTE-ABS.
           MOVE ZEROS TO WRK-IDX-TURNO.
           PERFORM 0260-LISTAR-TURNO
                   UNTIL WRK-IDX-TURNO >= WRK-QTD-TURNOS.
           MOVE ZEROS TO WRK-QTD-TURNOS WRK-CONT-DINHEIRO
                         WRK-CONT-CARTAO.
       0255-LER-ESPERADO.
           MOVE ZEROS TO WRK-ESP-DINHEIRO WRK-ESP-CARTAO.
           OPEN INPUT METPAG-FILE.
           IF WRK-FS-METPAG-OK
                   MOVE WRK-LOJA-ANT TO MPG-LOJA
                   MOVE WRK-DATA-ANT TO MPG-DATA
                   MOVE 'D'          TO MPG-METODO
                   READ METPAG-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MPG-TOTAL TO WRK-ESP-DINHEIRO
                   END-READ
                   MOVE 'C'          TO MPG-METODO
                   READ METPAG-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MPG-TOTAL TO WRK-ESP-CARTAO
                   END-READ
           END-IF.
           CLOSE METPAG-FILE.
       0260-LISTAR-TURNO.
           ADD 1 TO WRK-IDX-TURNO.
           MOVE WRK-TT-CAIXA(WRK-IDX-TURNO)    TO WRK-LU-CAIXA.
           MOVE WRK-TT-OPERADOR(WRK-IDX-TURNO) TO WRK-LU-OPERADOR.
           MOVE WRK-TT-DINHEIRO(WRK-IDX-TURNO) TO WRK-LU-DINHEIRO.
           MOVE WRK-TT-CARTAO(WRK-IDX-TURNO)   TO WRK-LU-CARTAO.
           MOVE WRK-PARTE-OPER                 TO WRK-LU-PARTE.
           MOVE SPACES                         TO WRK-LU-PARECER.
           MOVE WRK-TT-OPERADOR(WRK-IDX-TURNO) TO WRK-IDX.
           IF WRK-PARTE-ABS > WRK-TOLERANCIA
                   IF WRK-PARTE-OPER < 0
                           MOVE 'FALTA' TO WRK-LU-PARECER
                   ELSE
                           MOVE 'SOBRA' TO WRK-LU-PARECER
                   END-IF
                   IF WRK-IDX > 0
                           ADD 1 TO WRK-TO-OCORR(WRK-IDX)
                   END-IF
           END-IF.
           IF WRK-IDX > 0
                   ADD WRK-PARTE-OPER TO WRK-TO-VALOR(WRK-IDX)
           END-IF.
           WRITE REP-LINHA FROM WRK-LINHA-TURNO.
           DISPLAY WRK-LINHA-TURNO.
       0300-FINALIZAR.
           IF NOT WRK-PRIMEIRA-VEZ
                   PERFORM 0250-QUEBRA-LOJA-DIA
           END-IF.
           MOVE WRK-TOT-SOBRA TO WRK-LTT-SOBRA.
           MOVE WRK-TOT-FALTA TO WRK-LTT-FALTA.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
           MOVE '--- OCORRENCIAS POR OPERADOR NO PERIODO ---'
               TO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 0310-LISTAR-OPERADOR UNTIL WRK-IDX >= 999.
           CLOSE REPORT-FILE.
           CLOSE EXCEPTION-FILE.
           DISPLAY 'FECHAMENTOS LIDOS ===> ' WRK-CONTADOR.
           DISPLAY 'OPERADORES REINCIDENTES ===> ' WRK-QTD-REINCID.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0310-LISTAR-OPERADOR.
           ADD 1 TO WRK-IDX.
           IF WRK-TO-OCORR(WRK-IDX) > 0
                   MOVE WRK-IDX               TO WRK-LO-OPERADOR
                   MOVE WRK-TO-OCORR(WRK-IDX) TO WRK-LO-OCORR
                   MOVE WRK-TO-VALOR(WRK-IDX) TO WRK-LO-VALOR
                   IF WRK-TO-OCORR(WRK-IDX) >= WRK-LIMITE-OCORR
                           MOVE 'REINCIDENTE' TO WRK-LO-PARECER
                           ADD 1 TO WRK-QTD-REINCID
                           MOVE WRK-IDX   TO WRK-DE-OPERADOR
                           MOVE WRK-TO-OCORR(WRK-IDX) TO WRK-DE-OCORR
                           MOVE WRK-TO-VALOR(WRK-IDX) TO WRK-DE-VALOR
                           MOVE 'E047'    TO WRK-EXC-CODIGO
                           MOVE WRK-DESC-EXC TO WRK-EXC-DESCRICAO
                           PERFORM 0290-REGISTRAR-EXCECAO
                   ELSE
                           MOVE SPACES TO WRK-LO-PARECER
                   END-IF
                   WRITE REP-LINHA FROM WRK-LINHA-OPERADOR
                   DISPLAY WRK-LINHA-OPERADOR
           END-IF.
       0290-REGISTRAR-EXCECAO.
           MOVE 'PROGCOB107' TO EXC-PROGRAMA.
           ACCEPT EXC-DATA FROM DATE YYYYMMDD.
           ACCEPT EXC-HORA FROM TIME.
           MOVE WRK-EXC-CODIGO    TO EXC-CODIGO.
           MOVE WRK-EXC-DESCRICAO TO EXC-DESCRICAO.
           WRITE EXC-LINHA-REL.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB107' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB107' TO OPLOG-PROGRAMA.
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
