       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB156.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = RELATORIO MENSAL DE COMPRAS DE FUNCIONARIO
      *            POR FUNCIONARIO E LOJA (COMPFUNC.DAT DO
      *            PROGCOB15) E INTERFACE DE DESCONTO EM
      *            FOLHA DESCFOL.OUT PARA O RH
      * DATA = XX/XX/XXXX
      * 203 - PARA CADA FUNCIONARIO DO MES: ITENS, VALOR
      *       LIQUIDO JA COM DESCONTO, DESCONTO CONCEDIDO E
      *       VALOR LANCADO EM FOLHA POR LOJA, COM SUBTOTAL
      *       DO FUNCIONARIO CONTRA O LIMITE MENSAL
      *       (FUNC-LIMITE-MENSAL) E UM REGISTRO EM
      *       DESCFOL.OUT QUANDO HA VALOR A DESCONTAR
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPFUNC-FILE ASSIGN TO 'COMPFUNC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CFU-CHAVE
               FILE STATUS IS WRK-FS-COMPFUNC.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WRK-FS-MASTER.
           SELECT DESCFOL-FILE ASSIGN TO 'DESCFOL.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DESCFOL.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB156.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPFUNC-FILE.
           COPY 'CFUNREC.cob'.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  DESCFOL-FILE.
       01  DFL-REGISTRO.
           02 DFL-FUNCIONARIO PIC 9(03).
           02 DFL-ANOMES      PIC 9(06).
           02 DFL-VALOR       PIC 9(09)V99.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-COMPFUNC PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-COMPFUNC==.
       77 WRK-FS-MASTER   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-FS-DESCFOL  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-DESCFOL==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-ANOMES      PIC 9(06) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-SW-PRIMEIRO PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRO-FUNC VALUE 'S'.
       77 WRK-FUNC-ATUAL  PIC 9(03) VALUE ZEROS.
       77 WRK-NOME-FUNC   PIC X(20) VALUE SPACES.
       77 WRK-FUNC-LIMITE PIC 9(07)V99 VALUE 500.
       77 WRK-QTD-FUNC    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ACIMA   PIC 9(05) VALUE ZEROS.
       77 WRK-FN-ITENS    PIC 9(07) VALUE ZEROS.
       77 WRK-FN-VALOR    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-FN-DESCONTO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-FN-FOLHA    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-VALOR   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FOLHA   PIC S9(11)V99 VALUE ZEROS.
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-LINHA-TITULO.
           02 FILLER PIC X(35) VALUE
              'FUN NOME            LOJ ITENS      '.
           02 FILLER PIC X(35) VALUE
              'VALOR    DESCONTO       FOLHA'.
       01 WRK-LINHA-DETALHE.
           02 WRK-LD-FUNC      PIC 9(03).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-NOME      PIC X(15).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-LOJA      PIC 9(03).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-ITENS     PIC ZZZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-VALOR     PIC -ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-DESCONTO  PIC -ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LD-FOLHA     PIC -ZZZ.ZZ9,99.
           02 FILLER           PIC X(05) VALUE SPACES.
       01 WRK-LINHA-FUNC.
           02 FILLER           PIC X(14) VALUE '  TOTAL FUNC. '.
           02 WRK-LF-FUNC      PIC 9(03).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LF-ITENS     PIC ZZZZZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LF-VALOR     PIC -ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LF-DESCONTO  PIC -ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LF-FOLHA     PIC -ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LF-SITUACAO  PIC X(07).
       01 WRK-LINHA-TOT.
           02 FILLER           PIC X(20) VALUE 'TOTAL GERAL         '.
           02 FILLER           PIC X(08) VALUE SPACES.
           02 WRK-LT-VALOR     PIC -ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LT-DESCONTO  PIC -ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LT-FOLHA     PIC -ZZZ.ZZ9,99.
           02 FILLER           PIC X(07) VALUE SPACES.
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
           CLOSE COMPFUNC-FILE.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           DISPLAY 'MES DAS COMPRAS DE FUNCIONARIO (AAAAMM): '.
           ACCEPT  WRK-ANOMES FROM CONSOLE.
           MOVE 'FUNC-LIMITE-MENSAL' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-FUNC-LIMITE
           END-IF.
           OPEN INPUT COMPFUNC-FILE.
           IF NOT WRK-FS-COMPFUNC-OK
                   DISPLAY 'COMPFUNC.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN OUTPUT DESCFOL-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'COMPRAS FUNCIONARIO' TO WRK-CAB-TITULO.
           ACCEPT WRK-CAB-DATA FROM DATE YYYYMMDD.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           MOVE SPACES TO REP-LINHA.
           STRING 'MES ' WRK-ANOMES ' - LIMITE MENSAL '
                  WRK-FUNC-LIMITE
                  DELIMITED BY SIZE INTO REP-LINHA.
           DISPLAY REP-LINHA.
           WRITE REP-LINHA.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
       0200-PROCESSAR.
           READ COMPFUNC-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
                   IF NOT WRK-PRIMEIRO-FUNC
                           PERFORM 0250-QUEBRA-FUNCIONARIO
                   END-IF
               NOT AT END
                   IF CFU-ANOMES = WRK-ANOMES
                           PERFORM 0210-LISTAR-COMPRA
                   END-IF
           END-READ.
       0210-LISTAR-COMPRA.
           IF NOT WRK-PRIMEIRO-FUNC
              AND CFU-FUNCIONARIO NOT = WRK-FUNC-ATUAL
                   PERFORM 0250-QUEBRA-FUNCIONARIO
           END-IF.
           IF WRK-PRIMEIRO-FUNC
              OR CFU-FUNCIONARIO NOT = WRK-FUNC-ATUAL
                   MOVE 'N'             TO WRK-SW-PRIMEIRO
                   MOVE CFU-FUNCIONARIO TO WRK-FUNC-ATUAL
                   ADD 1 TO WRK-QTD-FUNC
                   PERFORM 0220-CONSULTAR-MESTRE
           END-IF.
           ADD 1 TO WRK-CONTADOR.
           ADD CFU-QTD-ITENS   TO WRK-FN-ITENS.
           ADD CFU-VALOR       TO WRK-FN-VALOR.
           ADD CFU-DESCONTO    TO WRK-FN-DESCONTO.
           ADD CFU-VALOR-FOLHA TO WRK-FN-FOLHA.
           MOVE CFU-FUNCIONARIO TO WRK-LD-FUNC.
           MOVE WRK-NOME-FUNC   TO WRK-LD-NOME.
           MOVE CFU-LOJA        TO WRK-LD-LOJA.
           MOVE CFU-QTD-ITENS   TO WRK-LD-ITENS.
           MOVE CFU-VALOR       TO WRK-LD-VALOR.
           MOVE CFU-DESCONTO    TO WRK-LD-DESCONTO.
           MOVE CFU-VALOR-FOLHA TO WRK-LD-FOLHA.
           WRITE REP-LINHA FROM WRK-LINHA-DETALHE.
           DISPLAY WRK-LINHA-DETALHE.
       0220-CONSULTAR-MESTRE.
           MOVE SPACES TO WRK-NOME-FUNC.
           OPEN INPUT MASTER-FILE.
           IF WRK-FS-MASTER-OK
                   MOVE 'E'             TO MASTER-TIPO
                   MOVE CFU-FUNCIONARIO TO MASTER-CODIGO
                   READ MASTER-FILE
                       INVALID KEY
                           MOVE 'NAO CADASTRADO' TO WRK-NOME-FUNC
                       NOT INVALID KEY
                           MOVE MASTER-NOME TO WRK-NOME-FUNC
                   END-READ
           END-IF.
           CLOSE MASTER-FILE.
       0250-QUEBRA-FUNCIONARIO.
           MOVE WRK-FUNC-ATUAL  TO WRK-LF-FUNC.
           MOVE WRK-FN-ITENS    TO WRK-LF-ITENS.
           MOVE WRK-FN-VALOR    TO WRK-LF-VALOR.
           MOVE WRK-FN-DESCONTO TO WRK-LF-DESCONTO.
           MOVE WRK-FN-FOLHA    TO WRK-LF-FOLHA.
           IF WRK-FN-VALOR > WRK-FUNC-LIMITE
                   MOVE 'ACIMA'  TO WRK-LF-SITUACAO
                   ADD 1 TO WRK-QTD-ACIMA
           ELSE
                   MOVE SPACES   TO WRK-LF-SITUACAO
           END-IF.
           WRITE REP-LINHA FROM WRK-LINHA-FUNC.
           DISPLAY WRK-LINHA-FUNC.
           IF WRK-FN-FOLHA > ZEROS
                   MOVE WRK-FUNC-ATUAL TO DFL-FUNCIONARIO
                   MOVE WRK-ANOMES     TO DFL-ANOMES
                   MOVE WRK-FN-FOLHA   TO DFL-VALOR
                   WRITE DFL-REGISTRO
           END-IF.
           ADD WRK-FN-VALOR    TO WRK-TOT-VALOR.
           ADD WRK-FN-DESCONTO TO WRK-TOT-DESCONTO.
           ADD WRK-FN-FOLHA    TO WRK-TOT-FOLHA.
           MOVE ZEROS TO WRK-FN-ITENS WRK-FN-VALOR WRK-FN-DESCONTO
                         WRK-FN-FOLHA.
       0300-FINALIZAR.
           MOVE WRK-TOT-VALOR    TO WRK-LT-VALOR.
           MOVE WRK-TOT-DESCONTO TO WRK-LT-DESCONTO.
           MOVE WRK-TOT-FOLHA    TO WRK-LT-FOLHA.
           WRITE REP-LINHA FROM WRK-LINHA-TOT.
           DISPLAY WRK-LINHA-TOT.
           CLOSE DESCFOL-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'FUNCIONARIOS COM COMPRAS NO MES ===> '
                   WRK-QTD-FUNC.
           DISPLAY 'FUNCIONARIOS ACIMA DO LIMITE ===> ' WRK-QTD-ACIMA.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB156' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB156' TO OPLOG-PROGRAMA.
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
