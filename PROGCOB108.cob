       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB108.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = IMPORTACAO DA LIQUIDACAO DA ADQUIRENTE DE
      *            CARTAO (ADQUIR.IN) E BATIMENTO CONTRA O
      *            ESPERADO EM CARTAO DE METPAG.DAT
      * DATA = XX/XX/XXXX
      * 171 - AS VENDAS LIQUIDADAS ('V') SAO SOMADAS POR
      *       LOJA/DATA DA VENDA E COMPARADAS COM O TOTAL
      *       'C' DE METPAG.DAT (CONFERE/DIVERGE/SEM VENDA).
      *       A TAXA RETIDA E CONFERIDA CONTRA O MDR
      *       CONTRATADO (ADQ-MDR-BPS, EM CENTESIMOS DE
      *       PONTO PERCENTUAL, PADRAO 200 = 2,00%) E O
      *       RESULTADO GRAVADO EM ADQLIQ.DAT PARA A
      *       CONTABILIZACAO MENSAL DO PROGCOB109. LOJA/DIA
      *       JA LIQUIDADO NAO E IMPORTADO DE NOVO. O
      *       CHARGEBACK ('C') E MARCADO NO TICKET DE ORIGEM
      *       EM TKCARTAO.DAT (STATUS 'E', COM JORNAL).
      *       DIVERGENCIAS EM EXCPT.LOG (E048 LIQUIDACAO,
      *       E049 TAXA ACIMA DO MDR, E050 CHARGEBACK)
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADQUIR-FILE ASSIGN TO 'ADQUIR.IN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ADQUIR.
           SELECT ADQLIQ-FILE ASSIGN TO 'ADQLIQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIQ-CHAVE
               FILE STATUS IS WRK-FS-ADQLIQ.
           SELECT TKCARTAO-FILE ASSIGN TO 'TKCARTAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TKC-CHAVE
               FILE STATUS IS WRK-FS-TKCARTAO.
           SELECT METPAG-FILE ASSIGN TO 'METPAG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MPG-CHAVE
               FILE STATUS IS WRK-FS-METPAG.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT EXCEPTION-FILE ASSIGN TO 'EXCPT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPT.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB108.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  ADQUIR-FILE.
       01  ADQ-REGISTRO.
           02 ADQ-TIPO          PIC X(01).
               88 ADQ-VENDA         VALUE 'V'.
               88 ADQ-CHARGEBACK    VALUE 'C'.
           02 ADQ-LOJA          PIC 9(03).
           02 ADQ-DATA-VENDA    PIC 9(08).
           02 ADQ-DATA-CREDITO  PIC 9(08).
           02 ADQ-TICKET        PIC 9(06).
           02 ADQ-BRUTO         PIC 9(09)V99.
           02 ADQ-TAXA          PIC 9(07)V99.
           02 ADQ-LIQUIDO       PIC 9(09)V99.
       FD  ADQLIQ-FILE.
           COPY 'LIQREC.cob'.
       FD  TKCARTAO-FILE.
           COPY 'TKCREC.cob'.
       FD  METPAG-FILE.
           COPY 'MPAGREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  EXCEPTION-FILE.
           COPY 'EXCPREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-ADQUIR   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ADQUIR==.
       77 WRK-FS-ADQLIQ   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ADQLIQ==.
       77 WRK-FS-TKCARTAO PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-TKCARTAO==.
       77 WRK-FS-METPAG   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-METPAG==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
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
       77 WRK-JRN-ARQUIVO  PIC X(08) VALUE SPACES.
       77 WRK-JRN-OPER     PIC X(02) VALUE SPACES.
       77 WRK-JRN-ANTES    PIC X(60) VALUE SPACES.
       77 WRK-JRN-DEPOIS   PIC X(60) VALUE SPACES.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REPETIDOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DIVERGE    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-TAXA-ALTA  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CBK        PIC 9(05) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-SW-ACHOU    PIC X(01) VALUE 'N'.
           88 WRK-ACHOU     VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-MDR-BPS     PIC 9(05) VALUE 200.
       77 WRK-ESPERADO    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TAXA-CONTRATO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TAXA-LIMITE   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-BRUTO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-TAXA    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CBK     PIC 9(11)V99 VALUE ZEROS.
       01 WRK-TAB-LIQUIDACOES.
           02 WRK-TL-ENTRADA OCCURS 500 TIMES.
               03 WRK-TL-LOJA     PIC 9(03).
               03 WRK-TL-DATA     PIC 9(08).
               03 WRK-TL-CREDITO  PIC 9(08).
               03 WRK-TL-BRUTO    PIC 9(11)V99.
               03 WRK-TL-TAXA     PIC 9(09)V99.
               03 WRK-TL-LIQUIDO  PIC 9(11)V99.
       77 WRK-QTD-LIQ     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-LIQ     PIC 9(03) VALUE ZEROS.
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-LINHA-COLUNAS.
           02 FILLER          PIC X(35) VALUE
                   'LOJA  VENDA        BRUTO   ESPERADO'.
           02 FILLER          PIC X(35) VALUE
                   '     TAXA   CONTR. PARECER     '.
       01 WRK-LINHA-LIQ.
           02 FILLER          PIC X(02) VALUE 'LJ'.
           02 WRK-LL-LOJA     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LL-DATA     PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LL-BRUTO    PIC ZZZZZZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LL-ESPERADO PIC -ZZZZZZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LL-TAXA     PIC ZZZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LL-CONTRATO PIC ZZZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LL-PARECER  PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LL-MDR      PIC X(03).
       01 WRK-LINHA-CBK.
           02 FILLER          PIC X(06) VALUE 'CBK LJ'.
           02 WRK-LC-LOJA     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LC-DATA     PIC 9(08).
           02 FILLER          PIC X(04) VALUE ' TK '.
           02 WRK-LC-TICKET   PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LC-VALOR    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LC-PARECER  PIC X(20).
           02 FILLER          PIC X(07) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
           02 FILLER          PIC X(06) VALUE 'BRUTO '.
           02 WRK-LTT-BRUTO   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(06) VALUE ' TAXA '.
           02 WRK-LTT-TAXA    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(12) VALUE ' CHARGEBACK '.
           02 WRK-LTT-CBK     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(07) VALUE SPACES.
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-DESC-EXC.
           02 FILLER          PIC X(02) VALUE 'LJ'.
           02 WRK-DE-LOJA     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-DE-DATA     PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-DE-TEXTO    PIC X(12).
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
           CLOSE ADQUIR-FILE.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND EXCEPTION-FILE.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE ZEROS TO WRK-TAB-LIQUIDACOES.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'ADQ-MDR-BPS' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-MDR-BPS
           END-IF.
           OPEN INPUT ADQUIR-FILE.
           IF NOT WRK-FS-ADQUIR-OK
                   DISPLAY 'ADQUIR.IN NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'LIQUIDACAO CARTAO' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
       0200-PROCESSAR.
           READ ADQUIR-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   ADD 1 TO WRK-CONTADOR
                   EVALUATE TRUE
                       WHEN ADQ-VENDA
                           PERFORM 0210-ACUMULAR-LIQUIDACAO
                       WHEN ADQ-CHARGEBACK
                           PERFORM 0250-REGISTRAR-CHARGEBACK
                       WHEN OTHER
                           ADD 1 TO WRK-QTD-REJEITADOS
                           DISPLAY 'REGISTRO REJEITADO - TIPO '
                                   ADQ-TIPO ' LOJA ' ADQ-LOJA
                   END-EVALUATE
           END-READ.
       0210-ACUMULAR-LIQUIDACAO.
           MOVE 'N'   TO WRK-SW-ACHOU.
           MOVE ZEROS TO WRK-IDX-LIQ.
           PERFORM 0215-BUSCAR-LIQUIDACAO
                   UNTIL WRK-ACHOU OR WRK-IDX-LIQ >= WRK-QTD-LIQ.
           IF NOT WRK-ACHOU
                   IF WRK-QTD-LIQ < 500
                           ADD 1 TO WRK-QTD-LIQ
                           MOVE WRK-QTD-LIQ TO WRK-IDX-LIQ
                           MOVE ADQ-LOJA
                               TO WRK-TL-LOJA(WRK-IDX-LIQ)
                           MOVE ADQ-DATA-VENDA
                               TO WRK-TL-DATA(WRK-IDX-LIQ)
                           MOVE 'S' TO WRK-SW-ACHOU
                   ELSE
                           ADD 1 TO WRK-QTD-REJEITADOS
                           DISPLAY 'TABELA DE LIQUIDACOES CHEIA - '
                                   'LOJA ' ADQ-LOJA ' DATA '
                                   ADQ-DATA-VENDA
                   END-IF
           END-IF.
           IF WRK-ACHOU
                   ADD ADQ-BRUTO   TO WRK-TL-BRUTO(WRK-IDX-LIQ)
                   ADD ADQ-TAXA    TO WRK-TL-TAXA(WRK-IDX-LIQ)
                   ADD ADQ-LIQUIDO TO WRK-TL-LIQUIDO(WRK-IDX-LIQ)
                   IF ADQ-DATA-CREDITO > WRK-TL-CREDITO(WRK-IDX-LIQ)
                           MOVE ADQ-DATA-CREDITO
                               TO WRK-TL-CREDITO(WRK-IDX-LIQ)
                   END-IF
           END-IF.
       0215-BUSCAR-LIQUIDACAO.
           ADD 1 TO WRK-IDX-LIQ.
           IF WRK-TL-LOJA(WRK-IDX-LIQ) = ADQ-LOJA
              AND WRK-TL-DATA(WRK-IDX-LIQ) = ADQ-DATA-VENDA
                   MOVE 'S' TO WRK-SW-ACHOU
           END-IF.
       0250-REGISTRAR-CHARGEBACK.
           MOVE ADQ-LOJA       TO WRK-LC-LOJA.
           MOVE ADQ-DATA-VENDA TO WRK-LC-DATA.
           MOVE ADQ-TICKET     TO WRK-LC-TICKET.
           MOVE ADQ-BRUTO      TO WRK-LC-VALOR.
           OPEN I-O TKCARTAO-FILE.
           IF NOT WRK-FS-TKCARTAO-OK
                   MOVE 'TICKET NAO ENCONTRADO' TO WRK-LC-PARECER
                   MOVE 'CBK SEM TKT '          TO WRK-DE-TEXTO
           ELSE
                   MOVE ADQ-LOJA       TO TKC-LOJA
                   MOVE ADQ-DATA-VENDA TO TKC-DATA
                   MOVE ADQ-TICKET     TO TKC-TICKET
                   READ TKCARTAO-FILE
                       INVALID KEY
                           MOVE 'TICKET NAO ENCONTRADO'
                               TO WRK-LC-PARECER
                           MOVE 'CBK SEM TKT ' TO WRK-DE-TEXTO
                       NOT INVALID KEY
                           PERFORM 0255-MARCAR-TICKET
                   END-READ
           END-IF.
           CLOSE TKCARTAO-FILE.
           MOVE ADQ-LOJA       TO WRK-DE-LOJA.
           MOVE ADQ-DATA-VENDA TO WRK-DE-DATA.
           MOVE ADQ-BRUTO      TO WRK-DE-VALOR.
           MOVE 'E050'         TO WRK-EXC-CODIGO.
           MOVE WRK-DESC-EXC   TO WRK-EXC-DESCRICAO.
           PERFORM 0290-REGISTRAR-EXCECAO.
           WRITE REP-LINHA FROM WRK-LINHA-CBK.
           DISPLAY WRK-LINHA-CBK.
       0255-MARCAR-TICKET.
           IF TKC-CHARGEBACK
                   MOVE 'CBK JA REGISTRADO' TO WRK-LC-PARECER
                   MOVE 'CBK REPETIDO'      TO WRK-DE-TEXTO
           ELSE
                   MOVE TKC-REGISTRO     TO WRK-JRN-ANTES
                   MOVE 'E'              TO TKC-STATUS
                   MOVE ADQ-DATA-CREDITO TO TKC-DATA-CBK
                   MOVE ADQ-BRUTO        TO TKC-VALOR-CBK
                   MOVE 'N'              TO TKC-CBK-CONTABIL
                   REWRITE TKC-REGISTRO
                   MOVE 'TKCARTAO'       TO WRK-JRN-ARQUIVO
                   MOVE 'RW'             TO WRK-JRN-OPER
                   MOVE TKC-REGISTRO     TO WRK-JRN-DEPOIS
                   PERFORM 0098-GRAVAR-JORNAL
                   ADD 1         TO WRK-QTD-CBK
                   ADD ADQ-BRUTO TO WRK-TOT-CBK
                   MOVE 'ESTORNADO NO TICKET' TO WRK-LC-PARECER
                   MOVE 'CHARGEBACK  '        TO WRK-DE-TEXTO
           END-IF.
       0300-FINALIZAR.
           MOVE '--- LIQUIDACOES POR LOJA/DATA DA VENDA ---'
               TO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-COLUNAS.
           OPEN I-O ADQLIQ-FILE.
           IF WRK-FS-ADQLIQ-ARQ-INEXISTENTE
                   CLOSE ADQLIQ-FILE
                   OPEN OUTPUT ADQLIQ-FILE
                   CLOSE ADQLIQ-FILE
                   OPEN I-O ADQLIQ-FILE
           END-IF.
           MOVE ZEROS TO WRK-IDX-LIQ.
           PERFORM 0310-BATER-LIQUIDACAO
                   UNTIL WRK-IDX-LIQ >= WRK-QTD-LIQ.
           CLOSE ADQLIQ-FILE.
           MOVE WRK-TOT-BRUTO TO WRK-LTT-BRUTO.
           MOVE WRK-TOT-TAXA  TO WRK-LTT-TAXA.
           MOVE WRK-TOT-CBK   TO WRK-LTT-CBK.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
           CLOSE REPORT-FILE.
           CLOSE EXCEPTION-FILE.
           DISPLAY 'REGISTROS LIDOS ===> ' WRK-CONTADOR.
           DISPLAY 'REGISTROS REJEITADOS ===> ' WRK-QTD-REJEITADOS.
           DISPLAY 'LOJA/DIA JA LIQUIDADOS ===> ' WRK-QTD-REPETIDOS.
           DISPLAY 'LIQUIDACOES DIVERGENTES ===> ' WRK-QTD-DIVERGE.
           DISPLAY 'TAXAS ACIMA DO MDR ===> ' WRK-QTD-TAXA-ALTA.
           DISPLAY 'CHARGEBACKS ESTORNADOS ===> ' WRK-QTD-CBK.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0310-BATER-LIQUIDACAO.
           ADD 1 TO WRK-IDX-LIQ.
           MOVE WRK-TL-LOJA(WRK-IDX-LIQ)  TO WRK-LL-LOJA LIQ-LOJA.
           MOVE WRK-TL-DATA(WRK-IDX-LIQ)  TO WRK-LL-DATA
                                             LIQ-DATA-VENDA.
           MOVE WRK-TL-BRUTO(WRK-IDX-LIQ) TO WRK-LL-BRUTO.
           MOVE WRK-TL-TAXA(WRK-IDX-LIQ)  TO WRK-LL-TAXA.
           MOVE SPACES TO WRK-LL-MDR.
           COMPUTE WRK-TAXA-CONTRATO ROUNDED =
                   (WRK-TL-BRUTO(WRK-IDX-LIQ) * WRK-MDR-BPS) / 10000.
           MOVE WRK-TAXA-CONTRATO TO WRK-LL-CONTRATO.
           READ ADQLIQ-FILE
               INVALID KEY
                   PERFORM 0320-GRAVAR-LIQUIDACAO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-REPETIDOS
                   MOVE LIQ-ESPERADO TO WRK-LL-ESPERADO
                   MOVE 'JA LIQ. ' TO WRK-LL-PARECER
           END-READ.
           WRITE REP-LINHA FROM WRK-LINHA-LIQ.
           DISPLAY WRK-LINHA-LIQ.
       0320-GRAVAR-LIQUIDACAO.
           PERFORM 0325-LER-ESPERADO.
           MOVE WRK-ESPERADO TO WRK-LL-ESPERADO.
           MOVE WRK-TL-LOJA(WRK-IDX-LIQ) TO WRK-DE-LOJA.
           MOVE WRK-TL-DATA(WRK-IDX-LIQ) TO WRK-DE-DATA.
           IF NOT WRK-ACHOU
                   MOVE 'SEM VEND' TO WRK-LL-PARECER
           ELSE
                   IF WRK-ESPERADO = WRK-TL-BRUTO(WRK-IDX-LIQ)
                           MOVE 'CONFERE' TO WRK-LL-PARECER
                   ELSE
                           MOVE 'DIVERGE' TO WRK-LL-PARECER
                   END-IF
           END-IF.
           IF WRK-LL-PARECER NOT = 'CONFERE'
                   ADD 1 TO WRK-QTD-DIVERGE
                   MOVE 'LIQUIDACAO  ' TO WRK-DE-TEXTO
                   COMPUTE WRK-DE-VALOR =
                           WRK-TL-BRUTO(WRK-IDX-LIQ) - WRK-ESPERADO
                   MOVE 'E048' TO WRK-EXC-CODIGO
                   MOVE WRK-DESC-EXC TO WRK-EXC-DESCRICAO
                   PERFORM 0290-REGISTRAR-EXCECAO
           END-IF.
           COMPUTE WRK-TAXA-LIMITE = WRK-TAXA-CONTRATO + 0,01.
           IF WRK-TL-TAXA(WRK-IDX-LIQ) > WRK-TAXA-LIMITE
                   ADD 1 TO WRK-QTD-TAXA-ALTA
                   MOVE 'MDR' TO WRK-LL-MDR
                   MOVE 'TAXA > MDR  ' TO WRK-DE-TEXTO
                   COMPUTE WRK-DE-VALOR =
                           WRK-TL-TAXA(WRK-IDX-LIQ)
                           - WRK-TAXA-CONTRATO
                   MOVE 'E049' TO WRK-EXC-CODIGO
                   MOVE WRK-DESC-EXC TO WRK-EXC-DESCRICAO
                   PERFORM 0290-REGISTRAR-EXCECAO
           END-IF.
           MOVE WRK-TL-CREDITO(WRK-IDX-LIQ) TO LIQ-DATA-CREDITO.
           MOVE WRK-TL-BRUTO(WRK-IDX-LIQ)   TO LIQ-BRUTO.
           MOVE WRK-TL-TAXA(WRK-IDX-LIQ)    TO LIQ-TAXA.
           MOVE WRK-TL-LIQUIDO(WRK-IDX-LIQ) TO LIQ-LIQUIDO.
           MOVE WRK-ESPERADO                TO LIQ-ESPERADO.
           MOVE WRK-TAXA-CONTRATO           TO LIQ-TAXA-CONTRATO.
           MOVE WRK-LL-PARECER              TO LIQ-PARECER.
           MOVE 'N'                         TO LIQ-CONTABIL.
           WRITE LIQ-REGISTRO.
           MOVE SPACES       TO WRK-JRN-ANTES.
           MOVE 'ADQLIQ'     TO WRK-JRN-ARQUIVO.
           MOVE 'WR'         TO WRK-JRN-OPER.
           MOVE LIQ-REGISTRO TO WRK-JRN-DEPOIS.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD WRK-TL-BRUTO(WRK-IDX-LIQ) TO WRK-TOT-BRUTO.
           ADD WRK-TL-TAXA(WRK-IDX-LIQ)  TO WRK-TOT-TAXA.
       0325-LER-ESPERADO.
           MOVE ZEROS TO WRK-ESPERADO.
           MOVE 'N'   TO WRK-SW-ACHOU.
           OPEN INPUT METPAG-FILE.
           IF WRK-FS-METPAG-OK
                   MOVE WRK-TL-LOJA(WRK-IDX-LIQ) TO MPG-LOJA
                   MOVE WRK-TL-DATA(WRK-IDX-LIQ) TO MPG-DATA
                   MOVE 'C'                      TO MPG-METODO
                   READ METPAG-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MPG-TOTAL TO WRK-ESPERADO
                           MOVE 'S'       TO WRK-SW-ACHOU
                   END-READ
           END-IF.
           CLOSE METPAG-FILE.
       0098-GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE.
           IF WRK-FS-JORNAL-ARQ-INEXISTENTE
                   CLOSE JORNAL-FILE
                   OPEN OUTPUT JORNAL-FILE
           END-IF.
           MOVE SPACES TO JRN-REGISTRO.
           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE 'PROGCOB108'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0290-REGISTRAR-EXCECAO.
           MOVE 'PROGCOB108' TO EXC-PROGRAMA.
           ACCEPT EXC-DATA FROM DATE YYYYMMDD.
           ACCEPT EXC-HORA FROM TIME.
           MOVE WRK-EXC-CODIGO    TO EXC-CODIGO.
           MOVE WRK-EXC-DESCRICAO TO EXC-DESCRICAO.
           WRITE EXC-LINHA-REL.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB108' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB108' TO OPLOG-PROGRAMA.
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
