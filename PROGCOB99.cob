       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB99.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = RELATORIO DE PEDIDOS DE COMPRA EM ABERTO
      *            E ENTREGAS EM ATRASO (PEDCOMP.DAT) COM
      *            OS RECEBIMENTOS RETIDOS (RECRETID.DAT)
      * DATA = XX/XX/XXXX
      * 166 - LISTA CADA LINHA ABERTA OU PARCIAL COM O
      *       FORNECEDOR, SALDO A RECEBER E DIAS DE ATRASO
      *       SOBRE A DATA PREVISTA (MARCA 'ATRASO' E
      *       EXCECAO E043 PARA A COBRANCA DO COMPRADOR),
      *       TOTAIS POR FORNECEDOR E, AO FINAL, OS
      *       RECEBIMENTOS RETIDOS NA CONFERENCIA
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDCOMP-FILE ASSIGN TO 'PEDCOMP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS WRK-FS-PEDCOMP.
           SELECT FORNEC-FILE ASSIGN TO 'FORNEC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNEC.
           SELECT RETIDO-FILE ASSIGN TO 'RECRETID.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETIDO.
           SELECT EXCEPTION-FILE ASSIGN TO 'EXCPT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPT.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB99.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDCOMP-FILE.
           COPY 'PEDCREC.cob'.
       FD  FORNEC-FILE.
           COPY 'FORNREC.cob'.
       FD  RETIDO-FILE.
           COPY 'RETIDREC.cob'.
       FD  EXCEPTION-FILE.
           COPY 'EXCPREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-PEDCOMP  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PEDCOMP==.
       77 WRK-FS-FORNEC   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-FORNEC==.
       77 WRK-FS-RETIDO   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-RETIDO==.
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
       77 WRK-QTD-ATRASO  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RETIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-NOME-FORNEC PIC X(20) VALUE SPACES.
       77 WRK-SALDO-LINHA PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC S9(05) VALUE ZEROS.
       01 WRK-TAB-FORNEC.
           02 WRK-TF-ENTRADA OCCURS 200 TIMES.
               03 WRK-TF-CODIGO  PIC 9(05).
               03 WRK-TF-LINHAS  PIC 9(05).
               03 WRK-TF-ATRASO  PIC 9(05).
               03 WRK-TF-SALDO   PIC 9(09).
       77 WRK-QTD-FORNEC  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-FORNEC  PIC 9(03) VALUE ZEROS.
       77 WRK-SW-FORN-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-FORNEC-ACHADO VALUE 'S'.
       77 WRK-SERIAL-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-PREV PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-SERIAL.
           02 WRK-SER-ANO  PIC 9(04).
           02 WRK-SER-MES  PIC 9(02).
           02 WRK-SER-DIA  PIC 9(02).
       77 WRK-SERIAL-SAIDA PIC 9(07) VALUE ZEROS.
       01 WRK-LINHA-PEDIDO.
           02 WRK-LP-PEDIDO   PIC 9(07).
           02 FILLER          PIC X(01) VALUE '/'.
           02 WRK-LP-LINHA    PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-FORNEC   PIC 9(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-NOME     PIC X(12).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-LOJA     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-PRODUTO  PIC 9(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-PREVISTA PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-SALDO    PIC ZZZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-DIAS     PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-PARECER  PIC X(06).
       01 WRK-LINHA-FORNEC.
           02 FILLER          PIC X(12) VALUE 'FORNECEDOR '.
           02 WRK-LF-FORNEC   PIC 9(05).
           02 FILLER          PIC X(08) VALUE ' LINHAS '.
           02 WRK-LF-LINHAS   PIC ZZZZ9.
           02 FILLER          PIC X(08) VALUE ' ATRASO '.
           02 WRK-LF-ATRASO   PIC ZZZZ9.
           02 FILLER          PIC X(07) VALUE ' SALDO '.
           02 WRK-LF-SALDO    PIC ZZZZZZZZ9.
           02 FILLER          PIC X(11) VALUE SPACES.
       01 WRK-LINHA-RETIDO.
           02 FILLER          PIC X(07) VALUE 'RETIDO '.
           02 WRK-LR-MOTIVO   PIC X(04).
           02 FILLER          PIC X(06) VALUE ' LOJA '.
           02 WRK-LR-LOJA     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LR-DATA     PIC 9(08).
           02 FILLER          PIC X(04) VALUE ' PR '.
           02 WRK-LR-PRODUTO  PIC 9(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LR-QTDE     PIC ZZZZZZ9.
           02 FILLER          PIC X(05) VALUE ' PED '.
           02 WRK-LR-PEDIDO   PIC 9(07).
           02 FILLER          PIC X(01) VALUE '/'.
           02 WRK-LR-LINHA    PIC 9(03).
           02 FILLER          PIC X(08) VALUE SPACES.
       01 WRK-DESC-EXC.
           02 FILLER          PIC X(06) VALUE 'ATRASO'.
           02 FILLER          PIC X(04) VALUE ' PED'.
           02 WRK-DE-PEDIDO   PIC 9(07).
           02 FILLER          PIC X(01) VALUE '/'.
           02 WRK-DE-LINHA    PIC 9(03).
           02 FILLER          PIC X(05) VALUE ' FOR '.
           02 WRK-DE-FORNEC   PIC 9(05).
           02 FILLER          PIC X(06) VALUE ' DIAS '.
           02 WRK-DE-DIAS     PIC 9(03).
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
           CLOSE PEDCOMP-FILE.
           PERFORM 0250-LISTAR-FORNECEDORES.
           PERFORM 0260-LISTAR-RETIDOS.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND EXCEPTION-FILE.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-SERIAL.
           PERFORM 0460-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-HOJE.
           OPEN INPUT PEDCOMP-FILE.
           IF NOT WRK-FS-PEDCOMP-OK
                   DISPLAY 'PEDCOMP.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'PEDIDOS EM ABERTO' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
       0200-PROCESSAR.
           READ PEDCOMP-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF PED-ABERTO OR PED-PARCIAL
                           PERFORM 0210-LISTAR-LINHA
                   END-IF
           END-READ.
       0210-LISTAR-LINHA.
           ADD 1 TO WRK-CONTADOR.
           PERFORM 0220-CONSULTAR-FORNECEDOR.
           COMPUTE WRK-SALDO-LINHA = PED-QTDE-PEDIDA
                   - PED-QTDE-RECEBIDA.
           MOVE PED-DATA-PREVISTA TO WRK-DATA-SERIAL.
           PERFORM 0460-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-PREV.
           COMPUTE WRK-DIAS-ATRASO = WRK-SERIAL-HOJE
                   - WRK-SERIAL-PREV.
           MOVE PED-NUMERO        TO WRK-LP-PEDIDO.
           MOVE PED-LINHA         TO WRK-LP-LINHA.
           MOVE PED-FORNECEDOR    TO WRK-LP-FORNEC.
           MOVE WRK-NOME-FORNEC   TO WRK-LP-NOME.
           MOVE PED-LOJA          TO WRK-LP-LOJA.
           MOVE PED-PRODUTO       TO WRK-LP-PRODUTO.
           MOVE PED-DATA-PREVISTA TO WRK-LP-PREVISTA.
           MOVE WRK-SALDO-LINHA   TO WRK-LP-SALDO.
           PERFORM 0230-ACUMULAR-FORNECEDOR.
           IF WRK-DIAS-ATRASO > 0
                   MOVE WRK-DIAS-ATRASO TO WRK-LP-DIAS
                   MOVE 'ATRASO'        TO WRK-LP-PARECER
                   ADD 1 TO WRK-QTD-ATRASO
                   ADD 1 TO WRK-TF-ATRASO(WRK-IDX-FORNEC)
                   MOVE PED-NUMERO      TO WRK-DE-PEDIDO
                   MOVE PED-LINHA       TO WRK-DE-LINHA
                   MOVE PED-FORNECEDOR  TO WRK-DE-FORNEC
                   MOVE WRK-DIAS-ATRASO TO WRK-DE-DIAS
                   MOVE 'E043'          TO WRK-EXC-CODIGO
                   MOVE WRK-DESC-EXC    TO WRK-EXC-DESCRICAO
                   PERFORM 0290-REGISTRAR-EXCECAO
           ELSE
                   MOVE ZEROS  TO WRK-LP-DIAS
                   MOVE SPACES TO WRK-LP-PARECER
           END-IF.
           WRITE REP-LINHA FROM WRK-LINHA-PEDIDO.
           DISPLAY WRK-LINHA-PEDIDO.
       0220-CONSULTAR-FORNECEDOR.
           MOVE SPACES TO WRK-NOME-FORNEC.
           OPEN INPUT FORNEC-FILE.
           IF WRK-FS-FORNEC-OK
                   MOVE PED-FORNECEDOR TO FOR-CODIGO
                   READ FORNEC-FILE
                       INVALID KEY
                           MOVE 'NAO CADASTRADO' TO WRK-NOME-FORNEC
                       NOT INVALID KEY
                           MOVE FOR-NOME TO WRK-NOME-FORNEC
                   END-READ
           END-IF.
           CLOSE FORNEC-FILE.
       0230-ACUMULAR-FORNECEDOR.
           MOVE 'N'   TO WRK-SW-FORN-ACHOU.
           MOVE ZEROS TO WRK-IDX-FORNEC.
           PERFORM 0235-COMPARAR-FORNECEDOR
                   UNTIL WRK-IDX-FORNEC >= WRK-QTD-FORNEC
                      OR WRK-FORNEC-ACHADO.
           IF NOT WRK-FORNEC-ACHADO
                   IF WRK-QTD-FORNEC < 200
                           ADD 1 TO WRK-QTD-FORNEC
                           MOVE WRK-QTD-FORNEC TO WRK-IDX-FORNEC
                           MOVE PED-FORNECEDOR
                               TO WRK-TF-CODIGO(WRK-IDX-FORNEC)
                           MOVE ZEROS
                               TO WRK-TF-LINHAS(WRK-IDX-FORNEC)
                                  WRK-TF-ATRASO(WRK-IDX-FORNEC)
                                  WRK-TF-SALDO(WRK-IDX-FORNEC)
                   ELSE
                           DISPLAY 'TABELA DE FORNECEDORES CHEIA - '
                                   'TOTAL DE ' PED-FORNECEDOR
                                   ' NA ULTIMA POSICAO'
                   END-IF
           END-IF.
           ADD 1 TO WRK-TF-LINHAS(WRK-IDX-FORNEC).
           ADD WRK-SALDO-LINHA TO WRK-TF-SALDO(WRK-IDX-FORNEC).
       0235-COMPARAR-FORNECEDOR.
           ADD 1 TO WRK-IDX-FORNEC.
           IF PED-FORNECEDOR = WRK-TF-CODIGO(WRK-IDX-FORNEC)
                   MOVE 'S' TO WRK-SW-FORN-ACHOU
           END-IF.
       0250-LISTAR-FORNECEDORES.
           MOVE ZEROS TO WRK-IDX-FORNEC.
           PERFORM 0255-LISTAR-FORNECEDOR
                   UNTIL WRK-IDX-FORNEC >= WRK-QTD-FORNEC.
       0255-LISTAR-FORNECEDOR.
           ADD 1 TO WRK-IDX-FORNEC.
           MOVE WRK-TF-CODIGO(WRK-IDX-FORNEC) TO WRK-LF-FORNEC.
           MOVE WRK-TF-LINHAS(WRK-IDX-FORNEC) TO WRK-LF-LINHAS.
           MOVE WRK-TF-ATRASO(WRK-IDX-FORNEC) TO WRK-LF-ATRASO.
           MOVE WRK-TF-SALDO(WRK-IDX-FORNEC)  TO WRK-LF-SALDO.
           WRITE REP-LINHA FROM WRK-LINHA-FORNEC.
           DISPLAY WRK-LINHA-FORNEC.
       0260-LISTAR-RETIDOS.
           OPEN INPUT RETIDO-FILE.
           IF WRK-FS-RETIDO-OK
                   PERFORM 0265-LER-RETIDO
                           UNTIL WRK-FS-RETIDO = '10'
           END-IF.
           CLOSE RETIDO-FILE.
       0265-LER-RETIDO.
           READ RETIDO-FILE
               AT END
                   MOVE '10' TO WRK-FS-RETIDO
               NOT AT END
                   ADD 1 TO WRK-QTD-RETIDOS
                   MOVE RET-MOTIVO  TO WRK-LR-MOTIVO
                   MOVE RET-LOJA    TO WRK-LR-LOJA
                   MOVE RET-DATA    TO WRK-LR-DATA
                   MOVE RET-PRODUTO TO WRK-LR-PRODUTO
                   MOVE RET-QTDE    TO WRK-LR-QTDE
                   MOVE RET-PEDIDO  TO WRK-LR-PEDIDO
                   MOVE RET-LINHA   TO WRK-LR-LINHA
                   WRITE REP-LINHA FROM WRK-LINHA-RETIDO
                   DISPLAY WRK-LINHA-RETIDO
           END-READ.
       0460-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL-SAIDA = (WRK-SER-ANO * 360)
                   + (WRK-SER-MES * 30) + WRK-SER-DIA.
       0300-FINALIZAR.
           CLOSE REPORT-FILE.
           CLOSE EXCEPTION-FILE.
           DISPLAY 'LINHAS EM ABERTO ===> ' WRK-CONTADOR.
           DISPLAY 'LINHAS EM ATRASO ===> ' WRK-QTD-ATRASO.
           DISPLAY 'RECEBIMENTOS RETIDOS ===> ' WRK-QTD-RETIDOS.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0290-REGISTRAR-EXCECAO.
           MOVE 'PROGCOB99' TO EXC-PROGRAMA.
           ACCEPT EXC-DATA FROM DATE YYYYMMDD.
           ACCEPT EXC-HORA FROM TIME.
           MOVE WRK-EXC-CODIGO    TO EXC-CODIGO.
           MOVE WRK-EXC-DESCRICAO TO EXC-DESCRICAO.
           WRITE EXC-LINHA-REL.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB99' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB99' TO OPLOG-PROGRAMA.
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
