       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB123.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = CARGA DIARIA DO PONTO (PONTO.IN) - HORAS
      *            TRABALHADAS POR FUNCIONARIO E LOJA EM
      *            HORAS.DAT
      * DATA = XX/XX/XXXX
      * 184 - CRITICA CADA MARCACAO CONTRA O MESTRE
      *       (FUNCIONARIO 'E' ATIVO NA DATA, LOJA 'L'
      *       CADASTRADA) E A LOTACAO VIGENTE NA DATA
      *       (LOTACAO.DAT DO PROGCOB84); HORAS ACIMA DE
      *       PONTO-HORAS-MAX (CONFIG.CFG) SAO REJEITADAS.
      *       REJEITADOS VAO PARA PONTO.REJ COM O MOTIVO E
      *       MARCACAO REENVIADA SUBSTITUI A ANTERIOR (COM
      *       JORNAL)
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTO-FILE ASSIGN TO 'PONTO.IN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTO.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WRK-FS-MASTER.
           SELECT LOTACAO-FILE ASSIGN TO 'LOTACAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-FS-LOTACAO.
           SELECT HORAS-FILE ASSIGN TO 'HORAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HRS-CHAVE
               FILE STATUS IS WRK-FS-HORAS.
           SELECT REJEITO-FILE ASSIGN TO 'PONTO.REJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REJEITO.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB123.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PONTO-FILE.
       01  PNT-REGISTRO.
           02 PNT-FUNCIONARIO PIC 9(03).
           02 PNT-LOJA        PIC 9(03).
           02 PNT-DATA        PIC 9(08).
           02 PNT-HORAS       PIC 9(02)V99.
       01  PNT-REGISTRO-ALFA.
           02 PNT-FUNCIONARIO-X PIC X(03).
           02 PNT-LOJA-X        PIC X(03).
           02 PNT-DATA-X        PIC X(08).
           02 PNT-HORAS-X       PIC X(04).
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  LOTACAO-FILE.
           COPY 'LOTAREC.cob'.
       FD  HORAS-FILE.
           COPY 'HORAREC.cob'.
       FD  REJEITO-FILE.
       01  REJ-REGISTRO.
           02 REJ-PONTO       PIC X(18).
           02 REJ-MOTIVO      PIC X(04).
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-PONTO    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PONTO==.
       77 WRK-FS-MASTER   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-FS-LOTACAO  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-LOTACAO==.
       77 WRK-FS-HORAS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-HORAS==.
       77 WRK-FS-REJEITO  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REJEITO==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LIDOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NOVOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SUBST   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-HORAS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MOTIVO-REJ  PIC X(04) VALUE SPACES.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-PONTO VALUE 'S'.
       77 WRK-SW-MASTER   PIC X(01) VALUE 'N'.
           88 WRK-MASTER-ABERTO VALUE 'S'.
       77 WRK-SW-LOTACAO  PIC X(01) VALUE 'N'.
           88 WRK-LOTACAO-ABERTA VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORAS-MAX   PIC 9(02)V99 VALUE 16.
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-DATA-VAL.
           02 WRK-DV-DATA       PIC 9(08).
           02 WRK-DV-VALIDA     PIC X(01).
           02 WRK-DV-DIA-SEMANA PIC 9(01).
       77 WRK-JRN-ARQUIVO PIC X(08) VALUE SPACES.
       77 WRK-JRN-OPER    PIC X(02) VALUE SPACES.
       77 WRK-JRN-ANTES   PIC X(60) VALUE SPACES.
       77 WRK-JRN-DEPOIS  PIC X(60) VALUE SPACES.
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-REJ.
           02 FILLER          PIC X(05) VALUE 'FUNC '.
           02 WRK-LR-FUNC     PIC X(03).
           02 FILLER          PIC X(06) VALUE ' LOJA '.
           02 WRK-LR-LOJA     PIC X(03).
           02 FILLER          PIC X(06) VALUE ' DATA '.
           02 WRK-LR-DATA     PIC X(08).
           02 FILLER          PIC X(07) VALUE ' HORAS '.
           02 WRK-LR-HORAS    PIC X(04).
           02 FILLER          PIC X(08) VALUE ' MOTIVO '.
           02 WRK-LR-MOTIVO   PIC X(04).
           02 FILLER          PIC X(16) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
           02 WRK-LT-TEXTO    PIC X(30).
           02 WRK-LT-QTDE     PIC ZZ.ZZ9.
           02 FILLER          PIC X(34) VALUE SPACES.
       77 WRK-ED-HORAS    PIC Z.ZZZ.ZZ9,99.
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
           PERFORM 0200-LER-PONTO UNTIL WRK-FIM-PONTO.
           CLOSE PONTO-FILE.
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
           MOVE 'PONTO-HORAS-MAX' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
              AND WRK-CF-VALOR-NUM < 25
                   MOVE WRK-CF-VALOR-NUM TO WRK-HORAS-MAX
           END-IF.
           OPEN INPUT PONTO-FILE.
           IF NOT WRK-FS-PONTO-OK
                   DISPLAY 'PONTO.IN NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WRK-FS-MASTER-OK
                   MOVE 'S' TO WRK-SW-MASTER
           ELSE
                   DISPLAY 'MASTER.DAT NAO ENCONTRADO - '
                           'MARCACOES SERAO REJEITADAS'
           END-IF.
           OPEN INPUT LOTACAO-FILE.
           IF WRK-FS-LOTACAO-OK
                   MOVE 'S' TO WRK-SW-LOTACAO
           ELSE
                   DISPLAY 'LOTACAO.DAT NAO ENCONTRADO - '
                           'MARCACOES SERAO REJEITADAS'
           END-IF.
           OPEN I-O HORAS-FILE.
           IF WRK-FS-HORAS-ARQ-INEXISTENTE
                   CLOSE HORAS-FILE
                   OPEN OUTPUT HORAS-FILE
                   CLOSE HORAS-FILE
                   OPEN I-O HORAS-FILE
           END-IF.
           OPEN OUTPUT REJEITO-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'CARGA DO PONTO' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- MARCACOES REJEITADAS (PONTO.REJ) ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
       0200-LER-PONTO.
           READ PONTO-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   PERFORM 0210-CRITICAR-MARCACAO
                   IF WRK-MOTIVO-REJ = SPACES
                           PERFORM 0250-GRAVAR-HORAS
                   ELSE
                           PERFORM 0280-REJEITAR-MARCACAO
                   END-IF
           END-READ.
       0210-CRITICAR-MARCACAO.
           MOVE SPACES TO WRK-MOTIVO-REJ.
           IF PNT-FUNCIONARIO IS NOT NUMERIC
              OR PNT-LOJA IS NOT NUMERIC
              OR PNT-DATA IS NOT NUMERIC
              OR PNT-HORAS IS NOT NUMERIC
                   MOVE 'NNUM' TO WRK-MOTIVO-REJ
           ELSE
                   MOVE PNT-DATA TO WRK-DV-DATA
                   CALL 'PROGCOB39' USING WRK-DATA-VAL
                   EVALUATE TRUE
                           WHEN WRK-DV-VALIDA NOT = 'S'
                             OR PNT-DATA > WRK-DATA-HOJE
                                     MOVE 'DATA' TO WRK-MOTIVO-REJ
                           WHEN PNT-HORAS = ZEROS
                             OR PNT-HORAS > WRK-HORAS-MAX
                                     MOVE 'HORA' TO WRK-MOTIVO-REJ
                           WHEN OTHER
                                     PERFORM 0220-CONSULTAR-MESTRE
                   END-EVALUATE
           END-IF.
           IF WRK-MOTIVO-REJ = SPACES
                   PERFORM 0230-CONSULTAR-LOTACAO
           END-IF.
       0220-CONSULTAR-MESTRE.
           MOVE 'LOJA' TO WRK-MOTIVO-REJ.
           IF WRK-MASTER-ABERTO
                   MOVE 'L'      TO MASTER-TIPO
                   MOVE PNT-LOJA TO MASTER-CODIGO
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WRK-MOTIVO-REJ
                   END-READ
           END-IF.
           IF WRK-MOTIVO-REJ = SPACES
                   MOVE 'FUNC' TO WRK-MOTIVO-REJ
                   MOVE 'E'             TO MASTER-TIPO
                   MOVE PNT-FUNCIONARIO TO MASTER-CODIGO
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WRK-MOTIVO-REJ
                           IF NOT MASTER-ATIVO-SIM
                              AND (MASTER-DATA-ENCERR = ZEROS
                                OR MASTER-DATA-ENCERR < PNT-DATA)
                                   MOVE 'INAT' TO WRK-MOTIVO-REJ
                           END-IF
                   END-READ
           END-IF.
       0230-CONSULTAR-LOTACAO.
           MOVE 'LOTA' TO WRK-MOTIVO-REJ.
           IF WRK-LOTACAO-ABERTA
                   MOVE PNT-FUNCIONARIO TO LOT-FUNCIONARIO
                   MOVE PNT-LOJA        TO LOT-LOJA
                   READ LOTACAO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF LOT-DATA-INICIO <= PNT-DATA
                              AND (LOT-DATA-FIM = ZEROS
                                OR LOT-DATA-FIM >= PNT-DATA)
                                   MOVE SPACES TO WRK-MOTIVO-REJ
                           END-IF
                   END-READ
           END-IF.
       0250-GRAVAR-HORAS.
           MOVE PNT-LOJA        TO HRS-LOJA.
           MOVE PNT-DATA        TO HRS-DATA.
           MOVE PNT-FUNCIONARIO TO HRS-FUNCIONARIO.
           READ HORAS-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE HRS-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           MOVE PNT-HORAS     TO HRS-HORAS.
           MOVE WRK-DATA-HOJE TO HRS-DATA-CARGA.
           MOVE HRS-REGISTRO  TO WRK-JRN-DEPOIS.
           MOVE 'HORAS'       TO WRK-JRN-ARQUIVO.
           IF WRK-FS-HORAS-NAO-ENCONTRADO
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE HRS-REGISTRO
                   ADD 1 TO WRK-QTD-NOVOS
           ELSE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE HRS-REGISTRO
                   ADD 1 TO WRK-QTD-SUBST
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-CONTADOR.
           ADD PNT-HORAS TO WRK-TOTAL-HORAS.
       0280-REJEITAR-MARCACAO.
           ADD 1 TO WRK-QTD-REJEITADOS.
           MOVE PNT-REGISTRO   TO REJ-PONTO.
           MOVE WRK-MOTIVO-REJ TO REJ-MOTIVO.
           WRITE REJ-REGISTRO.
           MOVE PNT-FUNCIONARIO-X   TO WRK-LR-FUNC.
           MOVE PNT-LOJA-X          TO WRK-LR-LOJA.
           MOVE PNT-DATA-X          TO WRK-LR-DATA.
           MOVE PNT-HORAS-X         TO WRK-LR-HORAS.
           MOVE WRK-MOTIVO-REJ      TO WRK-LR-MOTIVO.
           WRITE REP-LINHA FROM WRK-LINHA-REJ.
           DISPLAY WRK-LINHA-REJ.
       0290-LISTAR-TOTAL.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
       0300-FINALIZAR.
           IF WRK-MASTER-ABERTO
                   CLOSE MASTER-FILE
           END-IF.
           IF WRK-LOTACAO-ABERTA
                   CLOSE LOTACAO-FILE
           END-IF.
           CLOSE HORAS-FILE REJEITO-FILE.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- RESUMO DA CARGA ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           MOVE 'MARCACOES LIDAS' TO WRK-LT-TEXTO.
           MOVE WRK-QTD-LIDOS TO WRK-LT-QTDE.
           PERFORM 0290-LISTAR-TOTAL.
           MOVE 'MARCACOES NOVAS' TO WRK-LT-TEXTO.
           MOVE WRK-QTD-NOVOS TO WRK-LT-QTDE.
           PERFORM 0290-LISTAR-TOTAL.
           MOVE 'MARCACOES SUBSTITUIDAS' TO WRK-LT-TEXTO.
           MOVE WRK-QTD-SUBST TO WRK-LT-QTDE.
           PERFORM 0290-LISTAR-TOTAL.
           MOVE 'MARCACOES REJEITADAS' TO WRK-LT-TEXTO.
           MOVE WRK-QTD-REJEITADOS TO WRK-LT-QTDE.
           PERFORM 0290-LISTAR-TOTAL.
           MOVE WRK-TOTAL-HORAS TO WRK-ED-HORAS.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING 'HORAS CARREGADAS               ' WRK-ED-HORAS
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           CLOSE REPORT-FILE.
           DISPLAY 'MARCACOES GRAVADAS ===> ' WRK-CONTADOR.
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
           MOVE 'PROGCOB123'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB123' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB123' TO OPLOG-PROGRAMA.
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
