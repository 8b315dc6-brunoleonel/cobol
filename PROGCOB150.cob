       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB150.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = RELATORIO DE ENCOMENDAS ATRASADAS E NAO
      *            RETIRADAS (ENCOMEND.DAT)
      * DATA = XX/XX/XXXX
      * 200 - LISTA AS ENCOMENDAS ABERTAS COM CHEGADA
      *       PREVISTA VENCIDA NA DATA DE NEGOCIO E AS
      *       RESERVADAS HA MAIS DE ENCOMENDA-DIAS-RETIR DIAS
      *       (CONFIG, PADRAO 15) SEM RETIRADA, COM TOTAIS DE
      *       QUANTIDADE E DE SINAL RETIDO POR SITUACAO
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCOMENDA-FILE ASSIGN TO 'ENCOMEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENC-NUMERO
               ALTERNATE RECORD KEY IS ENC-ITEM
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-ENCOMENDA.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB150.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  ENCOMENDA-FILE.
           COPY 'ENCREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-ENCOMENDA PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ENCOMENDA==.
       77 WRK-FS-REPORT    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG     PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-RETIR   PIC 9(03) VALUE 15.
       77 WRK-DATA-LIMITE  PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-ATRASADAS  PIC 9(07) VALUE ZEROS.
       77 WRK-SINAL-ATRASADAS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-NAO-RETIR  PIC 9(07) VALUE ZEROS.
       77 WRK-SINAL-NAO-RETIR PIC 9(11)V99 VALUE ZEROS.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-DIA-UTIL.
           02 WRK-DU-FUNCAO    PIC X(01).
           02 WRK-DU-DATA      PIC 9(08).
           02 WRK-DU-RESULTADO PIC X(01).
           02 WRK-DU-PROXIMA   PIC 9(08).
           02 WRK-DU-REGIAO    PIC 9(02).
           02 WRK-DU-DIAS      PIC 9(03).
       01 WRK-LINHA-TITULO.
           02 FILLER PIC X(35) VALUE
              'NUMERO    LOJA CLIENTE PROD   QTD '.
           02 FILLER PIC X(35) VALUE
              'REFERENC         SINAL SITUACAO'.
       01 WRK-LINHA-DETALHE.
           02 WRK-LD-NUMERO    PIC 9(07).
           02 FILLER           PIC X(03) VALUE SPACES.
           02 WRK-LD-LOJA      PIC 9(03).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LD-CLIENTE   PIC 9(06).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LD-PRODUTO   PIC 9(05).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-QTDE      PIC ZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-DATA      PIC 9(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-SINAL     PIC Z.ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-SITUACAO  PIC X(12).
           02 FILLER           PIC X(03) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
           02 WRK-LT-DESCRICAO PIC X(24).
           02 FILLER           PIC X(08) VALUE ' QTDE.. '.
           02 WRK-LT-QTDE      PIC ZZZZZZ9.
           02 FILLER           PIC X(09) VALUE ' SINAL.. '.
           02 WRK-LT-SINAL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER           PIC X(05) VALUE SPACES.
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
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-ENCOMENDA = '10'.
           CLOSE ENCOMENDA-FILE.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO = 'S'
                   MOVE WRK-BD-DATA TO WRK-DATA-HOJE
           ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           END-IF.
           MOVE 'ENCOMENDA-DIAS-RETIR' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
                   MOVE WRK-CF-VALOR-NUM TO WRK-DIAS-RETIR
           END-IF.
           OPEN INPUT ENCOMENDA-FILE.
           IF NOT WRK-FS-ENCOMENDA-OK
                   DISPLAY 'ENCOMEND.DAT NAO ENCONTRADO'
                   MOVE '10' TO WRK-FS-ENCOMENDA
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'ENCOMENDAS PENDENTES' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
       0200-PROCESSAR.
           READ ENCOMENDA-FILE
               AT END
                   MOVE '10' TO WRK-FS-ENCOMENDA
               NOT AT END
                   EVALUATE TRUE
                       WHEN ENC-ABERTA
                            AND ENC-DATA-PREVISTA < WRK-DATA-HOJE
                               PERFORM 0210-LISTAR-ATRASADA
                       WHEN ENC-RESERVADA
                               PERFORM 0220-VERIFICAR-RETIRADA
                   END-EVALUATE
           END-READ.
       0210-LISTAR-ATRASADA.
           ADD 1         TO WRK-QTD-ATRASADAS.
           ADD ENC-SINAL TO WRK-SINAL-ATRASADAS.
           MOVE ENC-DATA-PREVISTA TO WRK-LD-DATA.
           MOVE 'ATRASADA'        TO WRK-LD-SITUACAO.
           PERFORM 0230-GRAVAR-DETALHE.
       0220-VERIFICAR-RETIRADA.
           MOVE 'S'              TO WRK-DU-FUNCAO.
           MOVE ENC-DATA-CHEGADA TO WRK-DU-DATA.
           MOVE ZEROS            TO WRK-DU-REGIAO.
           MOVE WRK-DIAS-RETIR   TO WRK-DU-DIAS.
           CALL 'PROGCOB40' USING WRK-DIA-UTIL.
           MOVE WRK-DU-PROXIMA   TO WRK-DATA-LIMITE.
           IF WRK-DATA-LIMITE < WRK-DATA-HOJE
                   ADD 1         TO WRK-QTD-NAO-RETIR
                   ADD ENC-SINAL TO WRK-SINAL-NAO-RETIR
                   MOVE ENC-DATA-CHEGADA TO WRK-LD-DATA
                   MOVE 'NAO RETIRADA'   TO WRK-LD-SITUACAO
                   PERFORM 0230-GRAVAR-DETALHE
           END-IF.
       0230-GRAVAR-DETALHE.
           ADD 1 TO WRK-CONTADOR.
           MOVE ENC-NUMERO  TO WRK-LD-NUMERO.
           MOVE ENC-LOJA    TO WRK-LD-LOJA.
           MOVE ENC-CLIENTE TO WRK-LD-CLIENTE.
           MOVE ENC-PRODUTO TO WRK-LD-PRODUTO.
           MOVE ENC-QTDE    TO WRK-LD-QTDE.
           MOVE ENC-SINAL   TO WRK-LD-SINAL.
           WRITE REP-LINHA FROM WRK-LINHA-DETALHE.
           DISPLAY WRK-LINHA-DETALHE.
       0300-FINALIZAR.
           MOVE 'ATRASADAS'           TO WRK-LT-DESCRICAO.
           MOVE WRK-QTD-ATRASADAS     TO WRK-LT-QTDE.
           MOVE WRK-SINAL-ATRASADAS   TO WRK-LT-SINAL.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
           MOVE 'NAO RETIRADAS'       TO WRK-LT-DESCRICAO.
           MOVE WRK-QTD-NAO-RETIR     TO WRK-LT-QTDE.
           MOVE WRK-SINAL-NAO-RETIR   TO WRK-LT-SINAL.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
           CLOSE REPORT-FILE.
           DISPLAY 'ENCOMENDAS PENDENTES ===> ' WRK-CONTADOR.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB150' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB150' TO OPLOG-PROGRAMA.
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
