       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB122.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = RELATORIO MENSAL DE ORCADO X REALIZADO DAS
      *            DESPESAS POR LOJA E CONTA CONTABIL
      * DATA = XX/XX/XXXX
      * 183 - ORCADO DO MES EM ORCDESP.DAT (PROGCOB121)
      *       CONTRA O REALIZADO EM GLJOURNAL.DAT (DEBITOS
      *       MENOS CREDITOS DA CONTA NA LOJA), COM
      *       VARIACAO, PERCENTUAL REALIZADO E MARCA NAS
      *       CONTAS ESTOURADAS; DESPESA 61XXXXXX SEM
      *       ORCAMENTO TAMBEM E LISTADA
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCDESP-FILE ASSIGN TO 'ORCDESP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WRK-FS-ORCDESP.
           SELECT GLJOURNAL-FILE ASSIGN TO 'GLJOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLJOURNAL.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB122.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  ORCDESP-FILE.
           COPY 'ORCREC.cob'.
       FD  GLJOURNAL-FILE.
       01  GLJ-REGISTRO.
           02 GLJ-TIPO          PIC X(01).
           02 GLJ-CONTA         PIC 9(08).
           02 GLJ-LOJA          PIC 9(03).
           02 GLJ-DATA          PIC 9(08).
           02 GLJ-VALOR         PIC S9(11)V99.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-ORCDESP  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ORCDESP==.
       77 WRK-FS-GLJOURNAL PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-GLJOURNAL==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ESTOURO PIC 9(05) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-SW-ACHOU    PIC X(01) VALUE 'N'.
           88 WRK-ACHOU VALUE 'S'.
       77 WRK-SW-AVISO    PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-ANOMES      PIC 9(06) VALUE ZEROS.
       01 WRK-MES-CONTABIL.
           02 WRK-MC-ANO  PIC 9(04).
           02 WRK-MC-MES  PIC 9(02).
       01 WRK-TAB-CONTAS.
           02 WRK-TC-ENTRADA OCCURS 3000 TIMES.
               03 WRK-TC-LOJA      PIC 9(03).
               03 WRK-TC-CONTA     PIC 9(08).
               03 WRK-TC-ORCADO    PIC S9(11)V99.
               03 WRK-TC-REALIZADO PIC S9(11)V99.
       77 WRK-QTD-CONTAS  PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-CONTA   PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-LOJAS.
           02 WRK-TL-USADA    PIC X(01) OCCURS 999 TIMES.
       77 WRK-IDX-LOJA    PIC 9(04) VALUE ZEROS.
       77 WRK-LOJA-BUSCA  PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-BUSCA PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-LANC  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ORCADO      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-REALIZADO   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-LOJA-ORCADO PIC S9(13)V99 VALUE ZEROS.
       77 WRK-LOJA-REALIZ PIC S9(13)V99 VALUE ZEROS.
       77 WRK-GER-ORCADO  PIC S9(13)V99 VALUE ZEROS.
       77 WRK-GER-REALIZ  PIC S9(13)V99 VALUE ZEROS.
       77 WRK-PCT-CALC    PIC S9(05)V9 VALUE ZEROS.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-COLUNAS.
           02 FILLER PIC X(14) VALUE 'LJ  CONTA     '.
           02 FILLER PIC X(15) VALUE '        ORCADO '.
           02 FILLER PIC X(15) VALUE '     REALIZADO '.
           02 FILLER PIC X(15) VALUE '      VARIACAO '.
           02 FILLER PIC X(11) VALUE '  % REALIZ.'.
       01 WRK-LINHA-CONTA.
           02 WRK-LC-LOJA      PIC 9(03).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LC-CONTA     PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LC-ORCADO    PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LC-REALIZADO PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LC-VARIACAO  PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LC-PCT       PIC -ZZZ9,9.
           02 WRK-LC-SIMBOLO   PIC X(01).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LC-MARCA     PIC X(01).
           02 FILLER           PIC X(02) VALUE SPACES.
       01 WRK-ROTULO-TOTAL.
           02 FILLER           PIC X(03) VALUE 'TOT'.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-RT-TEXTO     PIC X(08).
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
           PERFORM 0200-CARREGAR-ORCAMENTO.
           PERFORM 0250-APURAR-REALIZADO.
           PERFORM 0300-LISTAR-LOJAS.
           PERFORM 0400-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE ALL 'N' TO WRK-TAB-LOJAS.
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO = 'S'
                   MOVE WRK-BD-DATA TO WRK-DATA-HOJE
           ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           END-IF.
           MOVE ZEROS TO WRK-MES-CONTABIL.
           PERFORM 0120-OBTER-MES
                   UNTIL WRK-MC-MES >= 1 AND WRK-MC-MES <= 12.
           MOVE WRK-MES-CONTABIL TO WRK-ANOMES.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'ORCADO X REALIZADO' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- DESPESAS DO MES ' WRK-ANOMES
                  ' (* = ACIMA DO ORCADO) ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-COLUNAS.
           DISPLAY WRK-LINHA-COLUNAS.
       0120-OBTER-MES.
           DISPLAY 'MES A APURAR (AAAAMM, 000000 PARA O '
                   'MES ANTERIOR): '.
           ACCEPT  WRK-ANOMES FROM CONSOLE.
           IF WRK-ANOMES = ZEROS
                   MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-CONTABIL
                   IF WRK-MC-MES = 1
                           MOVE 12 TO WRK-MC-MES
                           SUBTRACT 1 FROM WRK-MC-ANO
                   ELSE
                           SUBTRACT 1 FROM WRK-MC-MES
                   END-IF
           ELSE
                   MOVE WRK-ANOMES TO WRK-MES-CONTABIL
           END-IF.
           IF WRK-MC-MES < 1 OR WRK-MC-MES > 12
                   DISPLAY 'MES INVALIDO'
           END-IF.
       0200-CARREGAR-ORCAMENTO.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT ORCDESP-FILE.
           IF WRK-FS-ORCDESP-OK
                   PERFORM 0210-LER-ORCAMENTO UNTIL WRK-FIM-VARRE
                   CLOSE ORCDESP-FILE
           ELSE
                   DISPLAY 'ORCDESP.DAT NAO ENCONTRADO - '
                           'SO O REALIZADO SERA LISTADO'
           END-IF.
       0210-LER-ORCAMENTO.
           READ ORCDESP-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF ORC-ANO = WRK-MC-ANO AND ORC-MES = WRK-MC-MES
                      AND ORC-LOJA > 0
                           MOVE ORC-LOJA  TO WRK-LOJA-BUSCA
                           MOVE ORC-CONTA TO WRK-CONTA-BUSCA
                           PERFORM 0220-LOCALIZAR-CONTA
                           IF WRK-ACHOU
                                   ADD ORC-VALOR
                                       TO WRK-TC-ORCADO(WRK-IDX-CONTA)
                           END-IF
                   END-IF
           END-READ.
       0220-LOCALIZAR-CONTA.
           MOVE 'N'   TO WRK-SW-ACHOU.
           MOVE ZEROS TO WRK-IDX-CONTA.
           PERFORM 0225-COMPARAR-CONTA
                   UNTIL WRK-ACHOU OR WRK-IDX-CONTA >= WRK-QTD-CONTAS.
           IF NOT WRK-ACHOU
                   IF WRK-QTD-CONTAS < 3000
                           ADD 1 TO WRK-QTD-CONTAS
                           MOVE WRK-QTD-CONTAS TO WRK-IDX-CONTA
                           MOVE WRK-LOJA-BUSCA
                               TO WRK-TC-LOJA(WRK-IDX-CONTA)
                           MOVE WRK-CONTA-BUSCA
                               TO WRK-TC-CONTA(WRK-IDX-CONTA)
                           MOVE ZEROS
                               TO WRK-TC-ORCADO(WRK-IDX-CONTA)
                                  WRK-TC-REALIZADO(WRK-IDX-CONTA)
                           MOVE 'S' TO WRK-TL-USADA(WRK-LOJA-BUSCA)
                           MOVE 'S' TO WRK-SW-ACHOU
                   ELSE
                           IF WRK-SW-AVISO = 'N'
                                   DISPLAY 'TABELA DE CONTAS CHEIA - '
                                           'RELATORIO INCOMPLETO'
                                   MOVE 'S' TO WRK-SW-AVISO
                           END-IF
                   END-IF
           END-IF.
       0225-COMPARAR-CONTA.
           ADD 1 TO WRK-IDX-CONTA.
           IF WRK-TC-LOJA(WRK-IDX-CONTA) = WRK-LOJA-BUSCA
              AND WRK-TC-CONTA(WRK-IDX-CONTA) = WRK-CONTA-BUSCA
                   MOVE 'S' TO WRK-SW-ACHOU
           END-IF.
       0250-APURAR-REALIZADO.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT GLJOURNAL-FILE.
           IF WRK-FS-GLJOURNAL-OK
                   PERFORM 0260-LER-LANCAMENTO UNTIL WRK-FIM-VARRE
                   CLOSE GLJOURNAL-FILE
           ELSE
                   DISPLAY 'GLJOURNAL.DAT NAO ENCONTRADO - '
                           'SEM REALIZADO'
           END-IF.
       0260-LER-LANCAMENTO.
           READ GLJOURNAL-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF GLJ-DATA(1:6) = WRK-ANOMES AND GLJ-LOJA > 0
                           PERFORM 0270-ACUMULAR-LANCAMENTO
                   END-IF
           END-READ.
       0270-ACUMULAR-LANCAMENTO.
           MOVE GLJ-LOJA  TO WRK-LOJA-BUSCA.
           MOVE GLJ-CONTA TO WRK-CONTA-BUSCA.
           IF GLJ-CONTA >= 61000000 AND GLJ-CONTA <= 61999999
                   PERFORM 0220-LOCALIZAR-CONTA
           ELSE
                   MOVE 'N'   TO WRK-SW-ACHOU
                   MOVE ZEROS TO WRK-IDX-CONTA
                   PERFORM 0225-COMPARAR-CONTA
                           UNTIL WRK-ACHOU
                              OR WRK-IDX-CONTA >= WRK-QTD-CONTAS
           END-IF.
           IF WRK-ACHOU
                   IF GLJ-TIPO = 'C'
                           COMPUTE WRK-VALOR-LANC = 0 - GLJ-VALOR
                   ELSE
                           MOVE GLJ-VALOR TO WRK-VALOR-LANC
                   END-IF
                   ADD WRK-VALOR-LANC
                       TO WRK-TC-REALIZADO(WRK-IDX-CONTA)
           END-IF.
       0300-LISTAR-LOJAS.
           MOVE ZEROS TO WRK-GER-ORCADO WRK-GER-REALIZ.
           MOVE ZEROS TO WRK-IDX-LOJA.
           PERFORM 0310-LISTAR-LOJA UNTIL WRK-IDX-LOJA >= 999.
           MOVE 'GERAL'          TO WRK-RT-TEXTO.
           MOVE WRK-GER-ORCADO   TO WRK-ORCADO.
           MOVE WRK-GER-REALIZ   TO WRK-REALIZADO.
           PERFORM 0350-IMPRIMIR-TOTAL.
       0310-LISTAR-LOJA.
           ADD 1 TO WRK-IDX-LOJA.
           IF WRK-TL-USADA(WRK-IDX-LOJA) = 'S'
                   MOVE ZEROS TO WRK-LOJA-ORCADO WRK-LOJA-REALIZ
                   MOVE ZEROS TO WRK-IDX-CONTA
                   PERFORM 0320-LISTAR-CONTA
                           UNTIL WRK-IDX-CONTA >= WRK-QTD-CONTAS
                   MOVE 'LOJA'          TO WRK-RT-TEXTO
                   MOVE WRK-LOJA-ORCADO TO WRK-ORCADO
                   MOVE WRK-LOJA-REALIZ TO WRK-REALIZADO
                   PERFORM 0350-IMPRIMIR-TOTAL
                   ADD WRK-LOJA-ORCADO TO WRK-GER-ORCADO
                   ADD WRK-LOJA-REALIZ TO WRK-GER-REALIZ
           END-IF.
       0320-LISTAR-CONTA.
           ADD 1 TO WRK-IDX-CONTA.
           IF WRK-TC-LOJA(WRK-IDX-CONTA) = WRK-IDX-LOJA
                   ADD 1 TO WRK-CONTADOR
                   MOVE WRK-TC-ORCADO(WRK-IDX-CONTA)    TO WRK-ORCADO
                   MOVE WRK-TC-REALIZADO(WRK-IDX-CONTA)
                       TO WRK-REALIZADO
                   ADD WRK-ORCADO    TO WRK-LOJA-ORCADO
                   ADD WRK-REALIZADO TO WRK-LOJA-REALIZ
                   MOVE WRK-IDX-LOJA TO WRK-LC-LOJA
                   MOVE WRK-TC-CONTA(WRK-IDX-CONTA) TO WRK-LC-CONTA
                   PERFORM 0360-IMPRIMIR-LINHA
                   IF WRK-LC-MARCA = '*'
                           ADD 1 TO WRK-QTD-ESTOURO
                   END-IF
           END-IF.
       0350-IMPRIMIR-TOTAL.
           MOVE WRK-ROTULO-TOTAL TO WRK-LINHA-CONTA(1:12).
           PERFORM 0360-IMPRIMIR-LINHA.
       0360-IMPRIMIR-LINHA.
           MOVE WRK-ORCADO    TO WRK-LC-ORCADO.
           MOVE WRK-REALIZADO TO WRK-LC-REALIZADO.
           COMPUTE WRK-LC-VARIACAO = WRK-ORCADO - WRK-REALIZADO.
           MOVE ZEROS  TO WRK-LC-PCT.
           MOVE SPACES TO WRK-LC-SIMBOLO WRK-LC-MARCA.
           IF WRK-ORCADO NOT = ZEROS
                   COMPUTE WRK-PCT-CALC ROUNDED =
                           (WRK-REALIZADO * 100) / WRK-ORCADO
                   MOVE WRK-PCT-CALC TO WRK-LC-PCT
                   MOVE '%' TO WRK-LC-SIMBOLO
           END-IF.
           IF WRK-REALIZADO > WRK-ORCADO
                   MOVE '*' TO WRK-LC-MARCA
           END-IF.
           WRITE REP-LINHA FROM WRK-LINHA-CONTA.
           DISPLAY WRK-LINHA-CONTA.
       0400-FINALIZAR.
           CLOSE REPORT-FILE.
           DISPLAY 'CONTAS LISTADAS ===> ' WRK-CONTADOR.
           DISPLAY 'CONTAS ACIMA DO ORCADO ===> ' WRK-QTD-ESTOURO.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB122' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB122' TO OPLOG-PROGRAMA.
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
