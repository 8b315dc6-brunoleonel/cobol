       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB113.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = SEGMENTACAO MENSAL RFM (RECENCIA,
      *            FREQUENCIA E VALOR) DOS CLIENTES ATIVOS
      *            DO CUSTMST.DAT PELO CUSTHIST.DAT
      * DATA = XX/XX/XXXX
      * 176 - PONTUA CADA CLIENTE ATIVO DE 1 A 5 EM DIAS
      *       DESDE A ULTIMA COMPRA, TICKETS DE VENDA E
      *       VALOR LIQUIDO DE DEVOLUCOES NA JANELA DE
      *       RFM-JANELA-DIAS (CONFIG.CFG, PADRAO 365);
      *       COMPRAS DE IDS FUNDIDOS CONTAM PARA O
      *       SOBREVIVENTE. GRAVA O SEGMENTO EM RFMSEG.DAT,
      *       RESUME OS SEGMENTOS POR LOJA DA ULTIMA
      *       COMPRA E LISTA OS CLIENTES QUE SAIRAM DE
      *       CAMPEAO/LEAL/PROMISSOR PARA EM RISCO/
      *       HIBERNANDO/PERDIDO DESDE O MES ANTERIOR
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMST-FILE ASSIGN TO 'CUSTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-CUSTMST.
           SELECT CUSTHIST-FILE ASSIGN TO 'CUSTHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTHIST.
           SELECT RFMSEG-FILE ASSIGN TO 'RFMSEG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RFMSEG.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB113.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMST-FILE.
           COPY 'CUSTREC.cob'.
       FD  CUSTHIST-FILE.
           COPY 'CHISTREC.cob'.
       FD  RFMSEG-FILE.
           COPY 'RFMREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-CUSTMST  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTMST==.
       77 WRK-FS-CUSTHIST PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTHIST==.
       77 WRK-FS-RFMSEG   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-RFMSEG==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-ANOMES-HOJE PIC 9(06) VALUE ZEROS.
       77 WRK-SERIAL-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-CORTE PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-ULT  PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-SERIAL.
           02 WRK-SER-ANO PIC 9(04).
           02 WRK-SER-MES PIC 9(02).
           02 WRK-SER-DIA PIC 9(02).
       77 WRK-SERIAL-SAIDA PIC 9(07) VALUE ZEROS.
       77 WRK-JANELA-DIAS PIC 9(05) VALUE 365.
       01 WRK-TAB-CLIENTES.
           02 WRK-TC-ENTRADA OCCURS 5000 TIMES.
               03 WRK-TC-ID        PIC 9(06).
               03 WRK-TC-NOME      PIC X(20).
               03 WRK-TC-LOJA      PIC 9(03).
               03 WRK-TC-DATA-ULT  PIC 9(08).
               03 WRK-TC-FREQ      PIC 9(05).
               03 WRK-TC-VALOR     PIC S9(09)V99.
               03 WRK-TC-ULT-TICKET PIC X(17).
               03 WRK-TC-SEG-ANT   PIC X(01).
       77 WRK-QTD-CLIENTES PIC 9(05) VALUE ZEROS.
       77 WRK-IDX-CLI      PIC 9(05) VALUE ZEROS.
       01 WRK-TAB-FUNDIDOS.
           02 WRK-TF-ENTRADA OCCURS 1000 TIMES.
               03 WRK-TF-ID        PIC 9(06).
               03 WRK-TF-PARA      PIC 9(06).
       77 WRK-QTD-FUNDIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-FUND     PIC 9(04) VALUE ZEROS.
       77 WRK-SW-ESTOURO   PIC X(01) VALUE 'N'.
           88 WRK-TABELA-CHEIA VALUE 'S'.
       77 WRK-BUSCA-ID     PIC 9(06) VALUE ZEROS.
       77 WRK-POS-CLI      PIC 9(05) VALUE ZEROS.
       77 WRK-BUSCA-INF    PIC S9(05) VALUE ZEROS.
       77 WRK-BUSCA-SUP    PIC S9(05) VALUE ZEROS.
       77 WRK-BUSCA-MEIO   PIC S9(05) VALUE ZEROS.
       01 WRK-CHAVE-TICKET.
           02 WRK-CT-LOJA      PIC 9(03).
           02 WRK-CT-DATA      PIC 9(08).
           02 WRK-CT-TICKET    PIC 9(06).
       77 WRK-DIAS-RECENCIA PIC 9(05) VALUE ZEROS.
       77 WRK-NOTA-R       PIC 9(01) VALUE ZEROS.
       77 WRK-NOTA-F       PIC 9(01) VALUE ZEROS.
       77 WRK-NOTA-M       PIC 9(01) VALUE ZEROS.
       77 WRK-SEGMENTO     PIC X(01) VALUE SPACES.
       77 WRK-SEG-CALC     PIC X(01) VALUE SPACES.
       77 WRK-SEG-ORDEM    PIC 9(01) VALUE ZEROS.
       77 WRK-ORDEM-NOVA   PIC 9(01) VALUE ZEROS.
       77 WRK-ORDEM-ANT    PIC 9(01) VALUE ZEROS.
       77 WRK-SEG-NOME     PIC X(10) VALUE SPACES.
       01 WRK-TAB-LOJAS.
           02 WRK-TL-LOJA OCCURS 1000 TIMES.
               03 WRK-TL-TOTAL   PIC 9(05).
               03 WRK-TL-SEG     PIC 9(05) OCCURS 7 TIMES.
       01 WRK-TOT-SEGMENTOS.
           02 WRK-TS-SEG     PIC 9(05) OCCURS 7 TIMES.
       77 WRK-IDX-LOJA     PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-SEG      PIC 9(01) VALUE ZEROS.
       77 WRK-QTD-QUEDAS   PIC 9(05) VALUE ZEROS.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-LINHA-CAB-LOJA.
           02 FILLER          PIC X(08) VALUE 'LOJA'.
           02 FILLER          PIC X(42)
               VALUE '  CAMP  LEAL  PROM RISCO HIBER PERDI S/CMP'.
           02 FILLER          PIC X(20) VALUE SPACES.
       01 WRK-LINHA-LOJA.
           02 FILLER          PIC X(05) VALUE 'LOJA '.
           02 WRK-LL-LOJA     PIC 9(03).
           02 WRK-LL-COLUNA   OCCURS 7 TIMES.
               03 FILLER      PIC X(01) VALUE SPACE.
               03 WRK-LL-QTD  PIC ZZZZ9.
           02 FILLER          PIC X(20) VALUE SPACES.
       01 WRK-LINHA-TOT.
           02 FILLER          PIC X(08) VALUE 'TOTAL'.
           02 WRK-LT-COLUNA   OCCURS 7 TIMES.
               03 FILLER      PIC X(01) VALUE SPACE.
               03 WRK-LT-QTD  PIC ZZZZ9.
           02 FILLER          PIC X(20) VALUE SPACES.
       01 WRK-LINHA-CAB-QUEDA.
           02 FILLER          PIC X(40)
               VALUE 'CLIENTES QUE CAIRAM DE SEGMENTO NO MES'.
           02 FILLER          PIC X(30) VALUE SPACES.
       01 WRK-LINHA-QUEDA.
           02 WRK-LQ-CLIENTE  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LQ-NOME     PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LQ-SEG-ANT  PIC X(10).
           02 FILLER          PIC X(04) VALUE ' -> '.
           02 WRK-LQ-SEG-NOVO PIC X(10).
           02 FILLER          PIC X(05) VALUE ' LJ '.
           02 WRK-LQ-LOJA     PIC 9(03).
           02 FILLER          PIC X(10) VALUE SPACES.
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
           PERFORM 0120-CARREGAR-CLIENTES.
           PERFORM 0140-CARREGAR-SEG-ANTERIOR.
           PERFORM 0200-LER-HISTORICO.
           PERFORM 0400-SEGMENTAR.
           PERFORM 0500-RESUMO-LOJAS.
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
           MOVE WRK-DATA-HOJE(1:6) TO WRK-ANOMES-HOJE.
           MOVE 'RFM-JANELA-DIAS' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
                   MOVE WRK-CF-VALOR-NUM TO WRK-JANELA-DIAS
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-DATA-SERIAL.
           PERFORM 0460-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-HOJE.
           COMPUTE WRK-SERIAL-CORTE =
                   WRK-SERIAL-HOJE - WRK-JANELA-DIAS.
           INITIALIZE WRK-TAB-LOJAS WRK-TOT-SEGMENTOS.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'SEGMENTACAO RFM' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
       0120-CARREGAR-CLIENTES.
           OPEN INPUT CUSTMST-FILE.
           IF NOT WRK-FS-CUSTMST-OK
                   DISPLAY 'CUSTMST.DAT NAO ENCONTRADO'
           ELSE
                   PERFORM 0125-LER-CLIENTE
                           UNTIL WRK-FIM-VARRE
           END-IF.
           CLOSE CUSTMST-FILE.
           IF WRK-TABELA-CHEIA
                   DISPLAY 'TABELA DE CLIENTES CHEIA - CLIENTES '
                           'ALEM DE 5000 NAO SEGMENTADOS'
           END-IF.
       0125-LER-CLIENTE.
           READ CUSTMST-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   EVALUATE TRUE
                       WHEN CLI-ATIVO AND WRK-QTD-CLIENTES >= 5000
                           MOVE 'S' TO WRK-SW-ESTOURO
                       WHEN CLI-ATIVO
                           PERFORM 0130-INCLUIR-CLIENTE
                       WHEN CLI-FUNDIDO AND CLI-MERGE-PARA > 0
                            AND WRK-QTD-FUNDIDOS < 1000
                           ADD 1 TO WRK-QTD-FUNDIDOS
                           MOVE CLI-ID
                               TO WRK-TF-ID(WRK-QTD-FUNDIDOS)
                           MOVE CLI-MERGE-PARA
                               TO WRK-TF-PARA(WRK-QTD-FUNDIDOS)
                   END-EVALUATE
           END-READ.
       0130-INCLUIR-CLIENTE.
           ADD 1 TO WRK-QTD-CLIENTES.
           MOVE CLI-ID    TO WRK-TC-ID(WRK-QTD-CLIENTES).
           MOVE CLI-NOME  TO WRK-TC-NOME(WRK-QTD-CLIENTES).
           MOVE ZEROS     TO WRK-TC-LOJA(WRK-QTD-CLIENTES)
                             WRK-TC-DATA-ULT(WRK-QTD-CLIENTES)
                             WRK-TC-FREQ(WRK-QTD-CLIENTES)
                             WRK-TC-VALOR(WRK-QTD-CLIENTES).
           MOVE SPACES    TO WRK-TC-ULT-TICKET(WRK-QTD-CLIENTES)
                             WRK-TC-SEG-ANT(WRK-QTD-CLIENTES).
       0140-CARREGAR-SEG-ANTERIOR.
           MOVE SPACES TO WRK-FS-RFMSEG.
           OPEN INPUT RFMSEG-FILE.
           IF WRK-FS-RFMSEG-OK
                   PERFORM 0145-LER-SEG-ANTERIOR
                           UNTIL WRK-FS-RFMSEG = '10'
           END-IF.
           CLOSE RFMSEG-FILE.
       0145-LER-SEG-ANTERIOR.
           READ RFMSEG-FILE
               AT END
                   MOVE '10' TO WRK-FS-RFMSEG
               NOT AT END
                   MOVE RFM-CLIENTE TO WRK-BUSCA-ID
                   PERFORM 0250-LOCALIZAR-CLIENTE
                   IF WRK-POS-CLI > 0
                           MOVE RFM-SEGMENTO
                               TO WRK-TC-SEG-ANT(WRK-POS-CLI)
                   END-IF
           END-READ.
       0200-LER-HISTORICO.
           MOVE SPACES TO WRK-FS-CUSTHIST.
           OPEN INPUT CUSTHIST-FILE.
           IF WRK-FS-CUSTHIST-OK
                   PERFORM 0210-LER-ITEM
                           UNTIL WRK-FS-CUSTHIST = '10'
           ELSE
                   DISPLAY 'CUSTHIST.DAT NAO ENCONTRADO'
           END-IF.
           CLOSE CUSTHIST-FILE.
       0210-LER-ITEM.
           READ CUSTHIST-FILE
               AT END
                   MOVE '10' TO WRK-FS-CUSTHIST
               NOT AT END
                   ADD 1 TO WRK-CONTADOR
                   MOVE CHIST-CLIENTE TO WRK-BUSCA-ID
                   PERFORM 0250-LOCALIZAR-CLIENTE
                   IF WRK-POS-CLI = 0
                           PERFORM 0240-RESOLVER-FUNDIDO
                   END-IF
                   IF WRK-POS-CLI > 0
                           PERFORM 0220-ACUMULAR-ITEM
                   END-IF
           END-READ.
       0220-ACUMULAR-ITEM.
           IF CHIST-TIPO-TRANS = 'V'
              AND CHIST-DATA >= WRK-TC-DATA-ULT(WRK-POS-CLI)
                   MOVE CHIST-DATA TO WRK-TC-DATA-ULT(WRK-POS-CLI)
                   MOVE CHIST-LOJA TO WRK-TC-LOJA(WRK-POS-CLI)
           END-IF.
           MOVE CHIST-DATA TO WRK-DATA-SERIAL.
           PERFORM 0460-CALCULAR-SERIAL.
           IF WRK-SERIAL-SAIDA > WRK-SERIAL-CORTE
                   ADD CHIST-VALOR TO WRK-TC-VALOR(WRK-POS-CLI)
                   MOVE CHIST-LOJA   TO WRK-CT-LOJA
                   MOVE CHIST-DATA   TO WRK-CT-DATA
                   MOVE CHIST-TICKET TO WRK-CT-TICKET
                   IF CHIST-TIPO-TRANS = 'V'
                      AND WRK-CHAVE-TICKET NOT =
                          WRK-TC-ULT-TICKET(WRK-POS-CLI)
                           ADD 1 TO WRK-TC-FREQ(WRK-POS-CLI)
                           MOVE WRK-CHAVE-TICKET
                               TO WRK-TC-ULT-TICKET(WRK-POS-CLI)
                   END-IF
           END-IF.
       0240-RESOLVER-FUNDIDO.
           MOVE ZEROS TO WRK-IDX-FUND.
           PERFORM 0245-COMPARAR-FUNDIDO
                   UNTIL WRK-IDX-FUND >= WRK-QTD-FUNDIDOS
                      OR WRK-POS-CLI > 0.
       0245-COMPARAR-FUNDIDO.
           ADD 1 TO WRK-IDX-FUND.
           IF WRK-TF-ID(WRK-IDX-FUND) = CHIST-CLIENTE
                   MOVE WRK-TF-PARA(WRK-IDX-FUND) TO WRK-BUSCA-ID
                   PERFORM 0250-LOCALIZAR-CLIENTE
                   MOVE WRK-QTD-FUNDIDOS TO WRK-IDX-FUND
           END-IF.
       0250-LOCALIZAR-CLIENTE.
           MOVE ZEROS TO WRK-POS-CLI.
           MOVE 1 TO WRK-BUSCA-INF.
           MOVE WRK-QTD-CLIENTES TO WRK-BUSCA-SUP.
           PERFORM 0255-PASSO-BUSCA
                   UNTIL WRK-BUSCA-INF > WRK-BUSCA-SUP
                      OR WRK-POS-CLI > 0.
       0255-PASSO-BUSCA.
           COMPUTE WRK-BUSCA-MEIO =
                   (WRK-BUSCA-INF + WRK-BUSCA-SUP) / 2.
           EVALUATE TRUE
               WHEN WRK-TC-ID(WRK-BUSCA-MEIO) = WRK-BUSCA-ID
                   MOVE WRK-BUSCA-MEIO TO WRK-POS-CLI
               WHEN WRK-TC-ID(WRK-BUSCA-MEIO) < WRK-BUSCA-ID
                   COMPUTE WRK-BUSCA-INF = WRK-BUSCA-MEIO + 1
               WHEN OTHER
                   COMPUTE WRK-BUSCA-SUP = WRK-BUSCA-MEIO - 1
           END-EVALUATE.
       0400-SEGMENTAR.
           OPEN OUTPUT RFMSEG-FILE.
           WRITE REP-LINHA FROM WRK-LINHA-CAB-QUEDA.
           DISPLAY WRK-LINHA-CAB-QUEDA.
           MOVE ZEROS TO WRK-IDX-CLI.
           PERFORM 0410-SEGMENTAR-CLIENTE
                   UNTIL WRK-IDX-CLI >= WRK-QTD-CLIENTES.
           CLOSE RFMSEG-FILE.
           DISPLAY 'CLIENTES QUE CAIRAM DE SEGMENTO ===> '
                   WRK-QTD-QUEDAS.
       0410-SEGMENTAR-CLIENTE.
           ADD 1 TO WRK-IDX-CLI.
           IF WRK-TC-DATA-ULT(WRK-IDX-CLI) = ZEROS
                   MOVE ZEROS TO WRK-DIAS-RECENCIA
                                 WRK-NOTA-R WRK-NOTA-F WRK-NOTA-M
                   MOVE 'S' TO WRK-SEGMENTO
           ELSE
                   PERFORM 0420-PONTUAR-CLIENTE
                   PERFORM 0430-DEFINIR-SEGMENTO
           END-IF.
           MOVE WRK-TC-ID(WRK-IDX-CLI)       TO RFM-CLIENTE.
           MOVE WRK-ANOMES-HOJE              TO RFM-ANOMES.
           MOVE WRK-TC-LOJA(WRK-IDX-CLI)     TO RFM-LOJA.
           MOVE WRK-TC-DATA-ULT(WRK-IDX-CLI) TO RFM-DATA-ULT.
           MOVE WRK-DIAS-RECENCIA            TO RFM-DIAS.
           MOVE WRK-TC-FREQ(WRK-IDX-CLI)     TO RFM-FREQUENCIA.
           MOVE WRK-TC-VALOR(WRK-IDX-CLI)    TO RFM-VALOR.
           MOVE WRK-NOTA-R                   TO RFM-NOTA-R.
           MOVE WRK-NOTA-F                   TO RFM-NOTA-F.
           MOVE WRK-NOTA-M                   TO RFM-NOTA-M.
           MOVE WRK-SEGMENTO                 TO RFM-SEGMENTO.
           WRITE RFM-REGISTRO.
           MOVE WRK-SEGMENTO TO WRK-SEG-CALC.
           PERFORM 0440-ORDEM-SEGMENTO.
           MOVE WRK-SEG-ORDEM TO WRK-ORDEM-NOVA.
           COMPUTE WRK-IDX-LOJA = WRK-TC-LOJA(WRK-IDX-CLI) + 1.
           COMPUTE WRK-IDX-SEG = 8 - WRK-ORDEM-NOVA.
           ADD 1 TO WRK-TL-TOTAL(WRK-IDX-LOJA).
           ADD 1 TO WRK-TL-SEG(WRK-IDX-LOJA, WRK-IDX-SEG).
           ADD 1 TO WRK-TS-SEG(WRK-IDX-SEG).
           IF WRK-TC-SEG-ANT(WRK-IDX-CLI) NOT = SPACES
                   PERFORM 0450-VERIFICAR-QUEDA
           END-IF.
       0420-PONTUAR-CLIENTE.
           MOVE WRK-TC-DATA-ULT(WRK-IDX-CLI) TO WRK-DATA-SERIAL.
           PERFORM 0460-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-ULT.
           IF WRK-SERIAL-ULT > WRK-SERIAL-HOJE
                   MOVE ZEROS TO WRK-DIAS-RECENCIA
           ELSE
                   COMPUTE WRK-DIAS-RECENCIA =
                           WRK-SERIAL-HOJE - WRK-SERIAL-ULT
           END-IF.
           EVALUATE TRUE
               WHEN WRK-DIAS-RECENCIA <= 30  MOVE 5 TO WRK-NOTA-R
               WHEN WRK-DIAS-RECENCIA <= 90  MOVE 4 TO WRK-NOTA-R
               WHEN WRK-DIAS-RECENCIA <= 180 MOVE 3 TO WRK-NOTA-R
               WHEN WRK-DIAS-RECENCIA <= 365 MOVE 2 TO WRK-NOTA-R
               WHEN OTHER                    MOVE 1 TO WRK-NOTA-R
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WRK-TC-FREQ(WRK-IDX-CLI) >= 12 MOVE 5 TO WRK-NOTA-F
               WHEN WRK-TC-FREQ(WRK-IDX-CLI) >= 6  MOVE 4 TO WRK-NOTA-F
               WHEN WRK-TC-FREQ(WRK-IDX-CLI) >= 3  MOVE 3 TO WRK-NOTA-F
               WHEN WRK-TC-FREQ(WRK-IDX-CLI) >= 2  MOVE 2 TO WRK-NOTA-F
               WHEN OTHER                          MOVE 1 TO WRK-NOTA-F
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WRK-TC-VALOR(WRK-IDX-CLI) >= 5000
                   MOVE 5 TO WRK-NOTA-M
               WHEN WRK-TC-VALOR(WRK-IDX-CLI) >= 2000
                   MOVE 4 TO WRK-NOTA-M
               WHEN WRK-TC-VALOR(WRK-IDX-CLI) >= 500
                   MOVE 3 TO WRK-NOTA-M
               WHEN WRK-TC-VALOR(WRK-IDX-CLI) >= 100
                   MOVE 2 TO WRK-NOTA-M
               WHEN OTHER
                   MOVE 1 TO WRK-NOTA-M
           END-EVALUATE.
       0430-DEFINIR-SEGMENTO.
           EVALUATE TRUE
               WHEN WRK-NOTA-R >= 4 AND WRK-NOTA-F >= 4
                    AND WRK-NOTA-M >= 4
                   MOVE 'C' TO WRK-SEGMENTO
               WHEN WRK-NOTA-R >= 3 AND WRK-NOTA-F >= 3
                   MOVE 'L' TO WRK-SEGMENTO
               WHEN WRK-NOTA-R >= 4
                   MOVE 'P' TO WRK-SEGMENTO
               WHEN WRK-NOTA-R <= 2 AND WRK-NOTA-F >= 3
                   MOVE 'R' TO WRK-SEGMENTO
               WHEN WRK-NOTA-R >= 2
                   MOVE 'H' TO WRK-SEGMENTO
               WHEN OTHER
                   MOVE 'D' TO WRK-SEGMENTO
           END-EVALUATE.
       0440-ORDEM-SEGMENTO.
           EVALUATE WRK-SEG-CALC
               WHEN 'C' MOVE 7 TO WRK-SEG-ORDEM
                        MOVE 'CAMPEAO'    TO WRK-SEG-NOME
               WHEN 'L' MOVE 6 TO WRK-SEG-ORDEM
                        MOVE 'LEAL'       TO WRK-SEG-NOME
               WHEN 'P' MOVE 5 TO WRK-SEG-ORDEM
                        MOVE 'PROMISSOR'  TO WRK-SEG-NOME
               WHEN 'R' MOVE 4 TO WRK-SEG-ORDEM
                        MOVE 'EM RISCO'   TO WRK-SEG-NOME
               WHEN 'H' MOVE 3 TO WRK-SEG-ORDEM
                        MOVE 'HIBERNANDO' TO WRK-SEG-NOME
               WHEN 'D' MOVE 2 TO WRK-SEG-ORDEM
                        MOVE 'PERDIDO'    TO WRK-SEG-NOME
               WHEN OTHER
                        MOVE 1 TO WRK-SEG-ORDEM
                        MOVE 'SEM COMPRA' TO WRK-SEG-NOME
           END-EVALUATE.
       0450-VERIFICAR-QUEDA.
           MOVE WRK-SEG-NOME TO WRK-LQ-SEG-NOVO.
           MOVE WRK-TC-SEG-ANT(WRK-IDX-CLI) TO WRK-SEG-CALC.
           PERFORM 0440-ORDEM-SEGMENTO.
           MOVE WRK-SEG-ORDEM TO WRK-ORDEM-ANT.
           IF WRK-ORDEM-ANT >= 5
              AND WRK-ORDEM-NOVA <= 4 AND WRK-ORDEM-NOVA >= 2
                   ADD 1 TO WRK-QTD-QUEDAS
                   MOVE WRK-TC-ID(WRK-IDX-CLI)   TO WRK-LQ-CLIENTE
                   MOVE WRK-TC-NOME(WRK-IDX-CLI) TO WRK-LQ-NOME
                   MOVE WRK-SEG-NOME             TO WRK-LQ-SEG-ANT
                   MOVE WRK-TC-LOJA(WRK-IDX-CLI) TO WRK-LQ-LOJA
                   WRITE REP-LINHA FROM WRK-LINHA-QUEDA
                   DISPLAY WRK-LINHA-QUEDA
           END-IF.
       0460-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL-SAIDA = (WRK-SER-ANO * 360)
                   + (WRK-SER-MES * 30) + WRK-SER-DIA.
       0500-RESUMO-LOJAS.
           MOVE SPACES TO REP-LINHA.
           WRITE REP-LINHA.
           WRITE REP-LINHA FROM WRK-LINHA-CAB-LOJA.
           DISPLAY WRK-LINHA-CAB-LOJA.
           MOVE ZEROS TO WRK-IDX-LOJA.
           PERFORM 0510-IMPRIMIR-LOJA
                   UNTIL WRK-IDX-LOJA >= 1000.
           MOVE ZEROS TO WRK-IDX-SEG.
           PERFORM 0520-MONTAR-TOTAL
                   UNTIL WRK-IDX-SEG >= 7.
           WRITE REP-LINHA FROM WRK-LINHA-TOT.
           DISPLAY WRK-LINHA-TOT.
       0510-IMPRIMIR-LOJA.
           ADD 1 TO WRK-IDX-LOJA.
           IF WRK-TL-TOTAL(WRK-IDX-LOJA) > 0
                   COMPUTE WRK-LL-LOJA = WRK-IDX-LOJA - 1
                   MOVE ZEROS TO WRK-IDX-SEG
                   PERFORM 0515-MONTAR-COLUNA
                           UNTIL WRK-IDX-SEG >= 7
                   WRITE REP-LINHA FROM WRK-LINHA-LOJA
                   DISPLAY WRK-LINHA-LOJA
           END-IF.
       0515-MONTAR-COLUNA.
           ADD 1 TO WRK-IDX-SEG.
           MOVE WRK-TL-SEG(WRK-IDX-LOJA, WRK-IDX-SEG)
               TO WRK-LL-QTD(WRK-IDX-SEG).
       0520-MONTAR-TOTAL.
           ADD 1 TO WRK-IDX-SEG.
           MOVE WRK-TS-SEG(WRK-IDX-SEG) TO WRK-LT-QTD(WRK-IDX-SEG).
       0300-FINALIZAR.
           CLOSE REPORT-FILE.
           DISPLAY 'ITENS DE HISTORICO LIDOS ===> ' WRK-CONTADOR.
           DISPLAY 'CLIENTES SEGMENTADOS ===> ' WRK-QTD-CLIENTES.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB113' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB113' TO OPLOG-PROGRAMA.
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
