       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB112.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = PONTOS DE FIDELIDADE (PONTOS.DAT/PNTMOV.DAT
      *            DO PROGCOB15): CONSULTA/EXTRATO, EXPIRACAO
      *            E RELATORIO MENSAL DE PASSIVO
      * DATA = XX/XX/XXXX
      * 175 - MODO C CONSULTA O SALDO VALIDO E O EXTRATO DE
      *       UM CLIENTE; MODO X EXPIRA OS LOTES COM MAIS DE
      *       12 MESES (MOVIMENTO 'X' E JORNAL); MODO L
      *       IMPRIME O PASSIVO EM PONTOS E EM REAIS
      *       (PONTOS-VALOR-CENT DE CONFIG.CFG, PADRAO 1
      *       CENTAVO POR PONTO) POR CLIENTE COM TOTAL E O
      *       MOVIMENTO DO MES POR TIPO PARA A CONTABILIDADE
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTOS-FILE ASSIGN TO 'PONTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNT-CLIENTE
               FILE STATUS IS WRK-FS-PONTOS.
           SELECT PNTMOV-FILE ASSIGN TO 'PNTMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PNTMOV.
           SELECT CUSTMST-FILE ASSIGN TO 'CUSTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-CUSTMST.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB112.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PONTOS-FILE.
           COPY 'PNTSREC.cob'.
       FD  PNTMOV-FILE.
           COPY 'PMOVREC.cob'.
       FD  CUSTMST-FILE.
           COPY 'CUSTREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-PONTOS   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PONTOS==.
       77 WRK-FS-PNTMOV   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PNTMOV==.
       77 WRK-FS-CUSTMST  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTMST==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-SW-MODO     PIC X(01) VALUE 'C'.
           88 WRK-MODO-CONSULTA  VALUE 'C'.
           88 WRK-MODO-EXPIRAR   VALUE 'X'.
           88 WRK-MODO-RELATORIO VALUE 'L'.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-CLIENTE     PIC 9(06) VALUE ZEROS.
       77 WRK-NOME-CLIENTE PIC X(20) VALUE SPACES.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PNT-VALOR-CENT PIC 9(03) VALUE 1.
       77 WRK-PNT-SALDO   PIC 9(09) VALUE ZEROS.
       77 WRK-PNT-EXPIRADOS PIC 9(09) VALUE ZEROS.
       77 WRK-PNT-ANOMES-ATUAL PIC 9(06) VALUE ZEROS.
       01 WRK-PNT-ANOMES.
           02 WRK-PNT-ANO     PIC 9(04).
           02 WRK-PNT-MES     PIC 9(02).
       77 WRK-PNT-SERIAL-ATUAL PIC 9(06) VALUE ZEROS.
       77 WRK-PNT-SERIAL-LOTE PIC 9(06) VALUE ZEROS.
       77 WRK-PNT-IDADE   PIC S9(06) VALUE ZEROS.
       77 WRK-PNT-IDX     PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-EXPIRADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-PONTOS PIC 9(11) VALUE ZEROS.
       77 WRK-TOTAL-PASSIVO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-PASSIVO PIC 9(09)V99 VALUE ZEROS.
       01 WRK-TOT-MES-TIPOS.
           02 WRK-TOT-MES-G   PIC S9(11) VALUE ZEROS.
           02 WRK-TOT-MES-R   PIC S9(11) VALUE ZEROS.
           02 WRK-TOT-MES-E   PIC S9(11) VALUE ZEROS.
           02 WRK-TOT-MES-D   PIC S9(11) VALUE ZEROS.
           02 WRK-TOT-MES-X   PIC S9(11) VALUE ZEROS.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       77 WRK-JRN-ANTES   PIC X(60) VALUE SPACES.
       77 WRK-JRN-DEPOIS  PIC X(60) VALUE SPACES.
       01 WRK-LINHA-SALDO.
           02 FILLER          PIC X(08) VALUE 'CLIENTE '.
           02 WRK-LS-CLIENTE  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LS-NOME     PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LS-PONTOS   PIC ZZZ.ZZZ.ZZ9.
           02 FILLER          PIC X(04) VALUE ' R$ '.
           02 WRK-LS-VALOR    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(06) VALUE SPACES.
       01 WRK-LINHA-MOV.
           02 WRK-LM-DATA     PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LM-TIPO     PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LM-PONTOS   PIC -ZZZ.ZZZ.ZZ9.
           02 FILLER          PIC X(06) VALUE ' LOJA '.
           02 WRK-LM-LOJA     PIC 9(03).
           02 FILLER          PIC X(04) VALUE ' TK '.
           02 WRK-LM-TICKET   PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LM-VALOR    PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(13) VALUE SPACES.
       01 WRK-LINHA-TOT.
           02 FILLER          PIC X(17)
               VALUE 'PASSIVO EM ABERTO'.
           02 WRK-LT-PONTOS   PIC ZZ.ZZZ.ZZZ.ZZ9.
           02 FILLER          PIC X(08) VALUE ' PONTOS '.
           02 FILLER          PIC X(03) VALUE 'R$ '.
           02 WRK-LT-VALOR    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(10) VALUE SPACES.
       01 WRK-LINHA-TIPO.
           02 FILLER          PIC X(16) VALUE 'MOVIMENTO DO MES'.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LTP-ANOMES  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LTP-DESCR   PIC X(10).
           02 WRK-LTP-PONTOS  PIC -ZZ.ZZZ.ZZZ.ZZ9.
           02 FILLER          PIC X(21) VALUE SPACES.
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
           EVALUATE TRUE
                   WHEN WRK-MODO-CONSULTA
                             PERFORM 0200-CONSULTAR
                                     UNTIL WRK-CLIENTE = ZEROS
                   WHEN WRK-MODO-EXPIRAR
                             PERFORM 0400-EXPIRAR-LOTES
                   WHEN OTHER
                             PERFORM 0500-RELATORIO-PASSIVO
           END-EVALUATE.
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
           MOVE WRK-DATA-HOJE(1:6) TO WRK-PNT-ANOMES-ATUAL.
           MOVE WRK-PNT-ANOMES-ATUAL TO WRK-PNT-ANOMES.
           COMPUTE WRK-PNT-SERIAL-ATUAL =
                   (WRK-PNT-ANO * 12) + WRK-PNT-MES.
           MOVE 'PONTOS-VALOR-CENT' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
                   MOVE WRK-CF-VALOR-NUM TO WRK-PNT-VALOR-CENT
           END-IF.
           DISPLAY 'MODO (C=CONSULTA / X=EXPIRAR / L=PASSIVO): '.
           ACCEPT WRK-SW-MODO FROM CONSOLE.
           IF WRK-MODO-CONSULTA
                   PERFORM 0110-OBTER-CLIENTE
           END-IF.
       0110-OBTER-CLIENTE.
           DISPLAY 'ID DO CLIENTE (000000 PARA ENCERRAR): '.
           ACCEPT  WRK-CLIENTE FROM CONSOLE.
       0200-CONSULTAR.
           PERFORM 0210-CONSULTAR-MESTRE.
           OPEN INPUT PONTOS-FILE.
           IF WRK-FS-PONTOS-OK
                   MOVE WRK-CLIENTE TO PNT-CLIENTE
                   READ PONTOS-FILE
                       INVALID KEY
                           DISPLAY 'CLIENTE SEM PONTOS DE FIDELIDADE'
                       NOT INVALID KEY
                           PERFORM 0220-EXIBIR-SALDO
                           PERFORM 0230-LISTAR-MOVIMENTOS
                   END-READ
                   CLOSE PONTOS-FILE
           ELSE
                   CLOSE PONTOS-FILE
                   DISPLAY 'PONTOS.DAT NAO ENCONTRADO'
           END-IF.
           ADD 1 TO WRK-CONTADOR.
           PERFORM 0110-OBTER-CLIENTE.
       0210-CONSULTAR-MESTRE.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           OPEN INPUT CUSTMST-FILE.
           IF WRK-FS-CUSTMST-OK
                   MOVE WRK-CLIENTE TO CLI-ID
                   READ CUSTMST-FILE
                       INVALID KEY
                           MOVE 'CLIENTE NAO CADASTRADO'
                               TO WRK-NOME-CLIENTE
                       NOT INVALID KEY
                           MOVE CLI-NOME TO WRK-NOME-CLIENTE
                   END-READ
                   CLOSE CUSTMST-FILE
           END-IF.
       0220-EXIBIR-SALDO.
           PERFORM 0250-SOMAR-SALDO-VALIDO.
           MOVE PNT-CLIENTE       TO WRK-LS-CLIENTE.
           MOVE WRK-NOME-CLIENTE  TO WRK-LS-NOME.
           MOVE WRK-PNT-SALDO     TO WRK-LS-PONTOS.
           MOVE WRK-VALOR-PASSIVO TO WRK-LS-VALOR.
           DISPLAY WRK-LINHA-SALDO.
       0230-LISTAR-MOVIMENTOS.
           MOVE SPACES TO WRK-FS-PNTMOV.
           OPEN INPUT PNTMOV-FILE.
           IF WRK-FS-PNTMOV-OK
                   PERFORM 0235-LER-MOVIMENTO
                           UNTIL WRK-FS-PNTMOV = '10'
                   CLOSE PNTMOV-FILE
           ELSE
                   CLOSE PNTMOV-FILE
           END-IF.
       0235-LER-MOVIMENTO.
           READ PNTMOV-FILE
               AT END
                   MOVE '10' TO WRK-FS-PNTMOV
               NOT AT END
                   IF PMV-CLIENTE = WRK-CLIENTE
                           MOVE PMV-DATA   TO WRK-LM-DATA
                           MOVE PMV-TIPO   TO WRK-LM-TIPO
                           MOVE PMV-PONTOS TO WRK-LM-PONTOS
                           MOVE PMV-LOJA   TO WRK-LM-LOJA
                           MOVE PMV-TICKET TO WRK-LM-TICKET
                           MOVE PMV-VALOR  TO WRK-LM-VALOR
                           DISPLAY WRK-LINHA-MOV
                   END-IF
           END-READ.
       0250-SOMAR-SALDO-VALIDO.
           MOVE ZEROS TO WRK-PNT-SALDO WRK-PNT-IDX.
           PERFORM 0251-SOMAR-LOTE
                   UNTIL WRK-PNT-IDX >= 13.
           COMPUTE WRK-VALOR-PASSIVO =
                   (WRK-PNT-SALDO * WRK-PNT-VALOR-CENT) / 100.
       0251-SOMAR-LOTE.
           ADD 1 TO WRK-PNT-IDX.
           PERFORM 0260-IDADE-LOTE.
           IF WRK-PNT-IDADE <= 12
                   ADD PNT-LOTE-PONTOS(WRK-PNT-IDX) TO WRK-PNT-SALDO
           END-IF.
       0260-IDADE-LOTE.
           MOVE PNT-LOTE-ANOMES(WRK-PNT-IDX) TO WRK-PNT-ANOMES.
           COMPUTE WRK-PNT-SERIAL-LOTE =
                   (WRK-PNT-ANO * 12) + WRK-PNT-MES.
           COMPUTE WRK-PNT-IDADE =
                   WRK-PNT-SERIAL-ATUAL - WRK-PNT-SERIAL-LOTE.
       0400-EXPIRAR-LOTES.
           OPEN I-O PONTOS-FILE.
           IF NOT WRK-FS-PONTOS-OK
                   DISPLAY 'PONTOS.DAT NAO ENCONTRADO'
                   CLOSE PONTOS-FILE
           ELSE
                   PERFORM 0410-VARRER-SALDOS
                           UNTIL WRK-FIM-VARRE
                   CLOSE PONTOS-FILE
                   DISPLAY 'CLIENTES COM PONTOS EXPIRADOS ===> '
                           WRK-QTD-EXPIRADOS
           END-IF.
       0410-VARRER-SALDOS.
           READ PONTOS-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   ADD 1 TO WRK-CONTADOR
                   IF PNT-SALDO > 0
                           PERFORM 0420-TESTAR-EXPIRACAO
                   END-IF
           END-READ.
       0420-TESTAR-EXPIRACAO.
           MOVE PNT-REGISTRO TO WRK-JRN-ANTES.
           MOVE ZEROS TO WRK-PNT-EXPIRADOS WRK-PNT-IDX.
           PERFORM 0430-EXPIRAR-LOTE
                   UNTIL WRK-PNT-IDX >= 13.
           IF WRK-PNT-EXPIRADOS > 0
                   PERFORM 0440-GRAVAR-EXPIRACAO
           END-IF.
       0430-EXPIRAR-LOTE.
           ADD 1 TO WRK-PNT-IDX.
           PERFORM 0260-IDADE-LOTE.
           IF PNT-LOTE-PONTOS(WRK-PNT-IDX) > 0
              AND WRK-PNT-IDADE > 12
                   ADD PNT-LOTE-PONTOS(WRK-PNT-IDX)
                       TO WRK-PNT-EXPIRADOS
                   SUBTRACT PNT-LOTE-PONTOS(WRK-PNT-IDX)
                       FROM PNT-SALDO
                   MOVE ZEROS TO PNT-LOTE-PONTOS(WRK-PNT-IDX)
           END-IF.
       0440-GRAVAR-EXPIRACAO.
           ADD 1 TO WRK-QTD-EXPIRADOS.
           OPEN EXTEND PNTMOV-FILE.
           IF WRK-FS-PNTMOV-ARQ-INEXISTENTE
                   CLOSE PNTMOV-FILE
                   OPEN OUTPUT PNTMOV-FILE
           END-IF.
           MOVE WRK-DATA-HOJE TO PMV-DATA.
           ACCEPT PMV-HORA FROM TIME.
           MOVE PNT-CLIENTE  TO PMV-CLIENTE.
           MOVE 'X'          TO PMV-TIPO.
           COMPUTE PMV-PONTOS = 0 - WRK-PNT-EXPIRADOS.
           MOVE ZEROS        TO PMV-LOJA PMV-TICKET PMV-VALOR.
           WRITE PMV-REGISTRO.
           CLOSE PNTMOV-FILE.
           MOVE WRK-DATA-HOJE TO PNT-DATA-ULT-MOV.
           MOVE PNT-REGISTRO  TO WRK-JRN-DEPOIS.
           REWRITE PNT-REGISTRO.
           PERFORM 0098-GRAVAR-JORNAL.
           DISPLAY 'PONTOS EXPIRADOS - CLIENTE ' PNT-CLIENTE
                   ' PONTOS ' WRK-PNT-EXPIRADOS.
       0500-RELATORIO-PASSIVO.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'PASSIVO DE PONTOS' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           OPEN INPUT PONTOS-FILE.
           IF NOT WRK-FS-PONTOS-OK
                   DISPLAY 'PONTOS.DAT NAO ENCONTRADO'
                   CLOSE PONTOS-FILE
           ELSE
                   PERFORM 0510-LISTAR-SALDO
                           UNTIL WRK-FIM-VARRE
                   CLOSE PONTOS-FILE
           END-IF.
           COMPUTE WRK-TOTAL-PASSIVO =
                   (WRK-TOTAL-PONTOS * WRK-PNT-VALOR-CENT) / 100.
           MOVE WRK-TOTAL-PONTOS  TO WRK-LT-PONTOS.
           MOVE WRK-TOTAL-PASSIVO TO WRK-LT-VALOR.
           WRITE REP-LINHA FROM WRK-LINHA-TOT.
           DISPLAY WRK-LINHA-TOT.
           PERFORM 0520-TOTALIZAR-MES.
           CLOSE REPORT-FILE.
       0510-LISTAR-SALDO.
           READ PONTOS-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   PERFORM 0250-SOMAR-SALDO-VALIDO
                   IF WRK-PNT-SALDO > ZEROS
                           ADD 1 TO WRK-CONTADOR
                           ADD WRK-PNT-SALDO TO WRK-TOTAL-PONTOS
                           MOVE PNT-CLIENTE TO WRK-CLIENTE
                           PERFORM 0210-CONSULTAR-MESTRE
                           PERFORM 0220-EXIBIR-SALDO
                           WRITE REP-LINHA FROM WRK-LINHA-SALDO
                   END-IF
           END-READ.
       0520-TOTALIZAR-MES.
           MOVE SPACES TO WRK-FS-PNTMOV.
           OPEN INPUT PNTMOV-FILE.
           IF WRK-FS-PNTMOV-OK
                   PERFORM 0525-SOMAR-MOVIMENTO
                           UNTIL WRK-FS-PNTMOV = '10'
                   CLOSE PNTMOV-FILE
           ELSE
                   CLOSE PNTMOV-FILE
           END-IF.
           MOVE WRK-PNT-ANOMES-ATUAL TO WRK-LTP-ANOMES.
           MOVE 'GANHOS'     TO WRK-LTP-DESCR.
           MOVE WRK-TOT-MES-G TO WRK-LTP-PONTOS.
           PERFORM 0530-IMPRIMIR-TIPO.
           MOVE 'RESGATES'   TO WRK-LTP-DESCR.
           MOVE WRK-TOT-MES-R TO WRK-LTP-PONTOS.
           PERFORM 0530-IMPRIMIR-TIPO.
           MOVE 'ESTORNOS'   TO WRK-LTP-DESCR.
           MOVE WRK-TOT-MES-E TO WRK-LTP-PONTOS.
           PERFORM 0530-IMPRIMIR-TIPO.
           MOVE 'DEVOLUCOES' TO WRK-LTP-DESCR.
           MOVE WRK-TOT-MES-D TO WRK-LTP-PONTOS.
           PERFORM 0530-IMPRIMIR-TIPO.
           MOVE 'EXPIRADOS'  TO WRK-LTP-DESCR.
           MOVE WRK-TOT-MES-X TO WRK-LTP-PONTOS.
           PERFORM 0530-IMPRIMIR-TIPO.
       0525-SOMAR-MOVIMENTO.
           READ PNTMOV-FILE
               AT END
                   MOVE '10' TO WRK-FS-PNTMOV
               NOT AT END
                   IF PMV-DATA(1:6) = WRK-PNT-ANOMES-ATUAL
                           EVALUATE TRUE
                               WHEN PMV-MOV-GANHO
                                   ADD PMV-PONTOS TO WRK-TOT-MES-G
                               WHEN PMV-MOV-RESGATE
                                   ADD PMV-PONTOS TO WRK-TOT-MES-R
                               WHEN PMV-MOV-ESTORNO
                                   ADD PMV-PONTOS TO WRK-TOT-MES-E
                               WHEN PMV-MOV-DEVOLUCAO
                                   ADD PMV-PONTOS TO WRK-TOT-MES-D
                               WHEN PMV-MOV-EXPIRACAO
                                   ADD PMV-PONTOS TO WRK-TOT-MES-X
                           END-EVALUATE
                   END-IF
           END-READ.
       0530-IMPRIMIR-TIPO.
           WRITE REP-LINHA FROM WRK-LINHA-TIPO.
           DISPLAY WRK-LINHA-TIPO.
       0300-FINALIZAR.
           DISPLAY 'REGISTROS TRATADOS ===> ' WRK-CONTADOR.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0098-GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE.
           IF WRK-FS-JORNAL-ARQ-INEXISTENTE
                   CLOSE JORNAL-FILE
                   OPEN OUTPUT JORNAL-FILE
           END-IF.
           MOVE SPACES TO JRN-REGISTRO.
           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE 'PROGCOB112'     TO JRN-PROGRAMA.
           MOVE 'PONTOS'         TO JRN-ARQUIVO.
           MOVE 'RW'             TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB112' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB112' TO OPLOG-PROGRAMA.
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
