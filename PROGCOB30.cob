      *       NAO E MAIS ACUMULADO NO INDICE ERRADO: FICA
      *       FORA DA RODADA, E CONTADO E DEVOLVE RC=8
      *       (POSTAGEM PARCIAL)
      * 185 - LANCAMENTO DATADO EM PERIODO CONTABIL FECHADO
      *       (GLFECH.DAT VIA PROGCOB125) VAI PARA O PRIMEIRO
      *       DIA DO PROXIMO MES ABERTO; O RAZAO GUARDA A
      *       ORIGEM E A DATA DO MOVIMENTO
      * 208 - LANCAMENTO DO RAZAO IDENTIFICA A EMPRESA (CNPJ)
      *       DONA DA LOJA NA DATA DO MOVIMENTO (PROGCOB164)
      * 227 - GLJOURNAL.DAT ABERTO EM EXTEND (OUTPUT SO NA
      *       PRIMEIRA VEZ): O LOTE DE VENDAS NAO APAGA MAIS
      *       OS LANCAMENTOS DO MES GRAVADOS PELOS OUTROS
      *       PROGRAMAS CONTABEIS
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 GLJ-LOJA          PIC 9(03).
           02 GLJ-DATA          PIC 9(08).
           02 GLJ-VALOR         PIC S9(11)V99.
           02 GLJ-ORIGEM        PIC X(10).
           02 GLJ-DATA-MOV      PIC 9(08).
           02 GLJ-EMPRESA       PIC 9(02).
           02 GLJ-INTERCIA      PIC X(01).
       FD  DIFERIDO-FILE.
           COPY 'DIFREC.cob'.
       FD  GLPOST-FILE.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LC-VALOR    PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(17) VALUE SPACES.
       01 WRK-PERIODO-GL.
           02 WRK-PGL-FUNCAO    PIC X(01).
           02 WRK-PGL-DATA      PIC 9(08).
           02 WRK-PGL-USUARIO   PIC 9(02).
           02 WRK-PGL-RESULTADO PIC X(01).
       01 WRK-EMPRESA-LOJA.
           02 WRK-EL-FUNCAO    PIC X(01).
           02 WRK-EL-LOJA      PIC 9(03).
           02 WRK-EL-DATA      PIC 9(08).
           02 WRK-EL-EMPRESA   PIC 9(02).
           02 WRK-EL-CNPJ      PIC 9(14).
           02 WRK-EL-RAZAO     PIC X(30).
           02 WRK-EL-REGIME    PIC X(01).
           02 WRK-EL-RESULTADO PIC X(01).
       77 WRK-HORA-INICIO  PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM     PIC 9(06) VALUE ZEROS.
       77 WRK-SEG-INICIO   PIC 9(07) VALUE ZEROS.
                   DISPLAY 'SALES.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN EXTEND GLJOURNAL-FILE.
           IF WRK-FS-GLJOURNAL-ARQ-INEXISTENTE
                   CLOSE GLJOURNAL-FILE
                   OPEN OUTPUT GLJOURNAL-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'INTERFACE CONTABIL' TO WRK-CAB-TITULO.
           ACCEPT WRK-CAB-DATA FROM DATE YYYYMMDD.
                   MOVE WRK-CONTA-DEBITO TO GLJ-CONTA
                   MOVE SALES-LOJA       TO GLJ-LOJA
                   MOVE SALES-DATA       TO GLJ-DATA
                   PERFORM 0097-DATAR-LANCAMENTO
                   MOVE SALES-TOTAL      TO GLJ-VALOR
                   WRITE GLJ-REGISTRO
                   ADD SALES-TOTAL TO WRK-TOT-DEBITO
           MOVE WRK-CONTA-CREDITO TO GLJ-CONTA.
           MOVE SALES-LOJA        TO GLJ-LOJA.
           MOVE SALES-DATA        TO GLJ-DATA.
           PERFORM 0097-DATAR-LANCAMENTO.
           MOVE WRK-VALOR-ANT     TO GLJ-VALOR.
           WRITE GLJ-REGISTRO.
           ADD WRK-VALOR-ANT TO WRK-TOT-DEBITO.
                   MOVE WRK-CONTA-DIFERIDA TO GLJ-CONTA
                   MOVE SALES-LOJA         TO GLJ-LOJA
                   MOVE SALES-DATA         TO GLJ-DATA
                   PERFORM 0097-DATAR-LANCAMENTO
                   MOVE WRK-DIF-ANT        TO GLJ-VALOR
                   WRITE GLJ-REGISTRO
                   ADD WRK-DIF-ANT TO WRK-TOT-DEBITO
                   MOVE WRK-CONTA-CREDITO  TO GLJ-CONTA
                   MOVE SALES-LOJA         TO GLJ-LOJA
                   MOVE SALES-DATA         TO GLJ-DATA
                   PERFORM 0097-DATAR-LANCAMENTO
                   MOVE WRK-VALOR-DIFERIDO TO GLJ-VALOR
                   WRITE GLJ-REGISTRO
                   ADD WRK-VALOR-DIFERIDO TO WRK-TOT-DEBITO
                   DISPLAY 'LOTE CONTABIL BALANCEADO - LIBERADO'
                   MOVE 'T'           TO GLJ-TIPO
                   MOVE ZEROS         TO GLJ-CONTA GLJ-LOJA
                                         GLJ-DATA-MOV GLJ-EMPRESA
                   MOVE 'N'           TO GLJ-INTERCIA
                   ACCEPT GLJ-DATA FROM DATE YYYYMMDD
                   MOVE 'PROGCOB30'   TO GLJ-ORIGEM
                   MOVE WRK-TOT-DEBITO TO GLJ-VALOR
                   WRITE GLJ-REGISTRO
           ELSE
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0097-DATAR-LANCAMENTO.
           MOVE GLJ-DATA TO GLJ-DATA-MOV.
           MOVE 'C'      TO WRK-PGL-FUNCAO.
           MOVE GLJ-DATA TO WRK-PGL-DATA.
           CALL 'PROGCOB125' USING WRK-PERIODO-GL.
           IF WRK-PGL-RESULTADO = 'D'
                   DISPLAY 'PERIODO CONTABIL FECHADO - LANCAMENTO DE '
                           GLJ-DATA-MOV ' DATADO EM ' WRK-PGL-DATA
           END-IF.
           MOVE WRK-PGL-DATA TO GLJ-DATA.
           MOVE 'PROGCOB30' TO GLJ-ORIGEM.
           MOVE 'L'            TO WRK-EL-FUNCAO.
           MOVE GLJ-LOJA       TO WRK-EL-LOJA.
           MOVE GLJ-DATA-MOV   TO WRK-EL-DATA.
           CALL 'PROGCOB164' USING WRK-EMPRESA-LOJA.
           MOVE WRK-EL-EMPRESA TO GLJ-EMPRESA.
           MOVE 'N'            TO GLJ-INTERCIA.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB30' TO OPLOG-PROGRAMA.
