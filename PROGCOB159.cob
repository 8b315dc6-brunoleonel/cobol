       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB159.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = CARGA DIARIA DO CONTADOR DE PORTA DAS LOJAS
      *            (PORTA.IN) - VISITANTES POR LOJA, DIA E
      *            HORA EM FLUXO.DAT
      * DATA = XX/XX/XXXX
      * 205 - CRITICA CADA CONTAGEM (LOJA 'L' DO MESTRE,
      *       DATA VALIDA ATE A DATA DE NEGOCIO, HORA 00-23);
      *       REJEITADOS VAO PARA CONTAGEM.REJ COM O MOTIVO E
      *       CONTAGEM REENVIADA SUBSTITUI A ANTERIOR (COM
      *       JORNAL) - BASE DA CONVERSAO DO PROGCOB160
      * 209 - ARQUIVO DO CONTADOR DE PORTA PASSA A SER
      *       PORTA.IN (REJEITOS EM PORTA.REJ): CONTAGEM.IN E A
      *       CONTAGEM FISICA DE ESTOQUE DO PROGCOB58
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAGEM-FILE ASSIGN TO 'PORTA.IN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTAGEM.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WRK-FS-MASTER.
           SELECT FLUXO-FILE ASSIGN TO 'FLUXO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FLX-CHAVE
               FILE STATUS IS WRK-FS-FLUXO.
           SELECT REJEITO-FILE ASSIGN TO 'PORTA.REJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REJEITO.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB159.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAGEM-FILE.
       01  CNT-REGISTRO.
           02 CNT-LOJA        PIC 9(03).
           02 CNT-DATA        PIC 9(08).
           02 CNT-HORA        PIC 9(02).
           02 CNT-VISITANTES  PIC 9(06).
       01  CNT-REGISTRO-ALFA.
           02 CNT-LOJA-X        PIC X(03).
           02 CNT-DATA-X        PIC X(08).
           02 CNT-HORA-X        PIC X(02).
           02 CNT-VISITANTES-X  PIC X(06).
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  FLUXO-FILE.
           COPY 'FLUXREC.cob'.
       FD  REJEITO-FILE.
       01  REJ-REGISTRO.
           02 REJ-CONTAGEM    PIC X(19).
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
       77 WRK-FS-CONTAGEM PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CONTAGEM==.
       77 WRK-FS-MASTER   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-FS-FLUXO    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-FLUXO==.
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
       77 WRK-TOTAL-VISITANTES PIC 9(09) VALUE ZEROS.
       77 WRK-MOTIVO-REJ  PIC X(04) VALUE SPACES.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-CONTAGEM VALUE 'S'.
       77 WRK-SW-MASTER   PIC X(01) VALUE 'N'.
           88 WRK-MASTER-ABERTO VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
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
           02 FILLER          PIC X(05) VALUE 'LOJA '.
           02 WRK-LR-LOJA     PIC X(03).
           02 FILLER          PIC X(06) VALUE ' DATA '.
           02 WRK-LR-DATA     PIC X(08).
           02 FILLER          PIC X(06) VALUE ' HORA '.
           02 WRK-LR-HORA     PIC X(02).
           02 FILLER          PIC X(12) VALUE ' VISITANTES '.
           02 WRK-LR-VISITANTES PIC X(06).
           02 FILLER          PIC X(08) VALUE ' MOTIVO '.
           02 WRK-LR-MOTIVO   PIC X(04).
           02 FILLER          PIC X(10) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
           02 WRK-LT-TEXTO    PIC X(30).
           02 WRK-LT-QTDE     PIC ZZZ.ZZZ.ZZ9.
           02 FILLER          PIC X(29) VALUE SPACES.
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
           PERFORM 0200-LER-CONTAGEM UNTIL WRK-FIM-CONTAGEM.
           CLOSE CONTAGEM-FILE.
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
           OPEN INPUT CONTAGEM-FILE.
           IF NOT WRK-FS-CONTAGEM-OK
                   DISPLAY 'PORTA.IN NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WRK-FS-MASTER-OK
                   MOVE 'S' TO WRK-SW-MASTER
           ELSE
                   DISPLAY 'MASTER.DAT NAO ENCONTRADO - '
                           'CONTAGENS SERAO REJEITADAS'
           END-IF.
           OPEN I-O FLUXO-FILE.
           IF WRK-FS-FLUXO-ARQ-INEXISTENTE
                   CLOSE FLUXO-FILE
                   OPEN OUTPUT FLUXO-FILE
                   CLOSE FLUXO-FILE
                   OPEN I-O FLUXO-FILE
           END-IF.
           OPEN OUTPUT REJEITO-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'CARGA FLUXO DE PORTA' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- CONTAGENS REJEITADAS (PORTA.REJ) ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
       0200-LER-CONTAGEM.
           READ CONTAGEM-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   PERFORM 0210-CRITICAR-CONTAGEM
                   IF WRK-MOTIVO-REJ = SPACES
                           PERFORM 0250-GRAVAR-FLUXO
                   ELSE
                           PERFORM 0280-REJEITAR-CONTAGEM
                   END-IF
           END-READ.
       0210-CRITICAR-CONTAGEM.
           MOVE SPACES TO WRK-MOTIVO-REJ.
           IF CNT-LOJA IS NOT NUMERIC
              OR CNT-DATA IS NOT NUMERIC
              OR CNT-HORA IS NOT NUMERIC
              OR CNT-VISITANTES IS NOT NUMERIC
                   MOVE 'NNUM' TO WRK-MOTIVO-REJ
           ELSE
                   MOVE CNT-DATA TO WRK-DV-DATA
                   CALL 'PROGCOB39' USING WRK-DATA-VAL
                   EVALUATE TRUE
                           WHEN WRK-DV-VALIDA NOT = 'S'
                             OR CNT-DATA > WRK-DATA-HOJE
                                     MOVE 'DATA' TO WRK-MOTIVO-REJ
                           WHEN CNT-HORA > 23
                                     MOVE 'HORA' TO WRK-MOTIVO-REJ
                           WHEN OTHER
                                     PERFORM 0220-CONSULTAR-MESTRE
                   END-EVALUATE
           END-IF.
       0220-CONSULTAR-MESTRE.
           MOVE 'LOJA' TO WRK-MOTIVO-REJ.
           IF WRK-MASTER-ABERTO
                   MOVE 'L'      TO MASTER-TIPO
                   MOVE CNT-LOJA TO MASTER-CODIGO
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WRK-MOTIVO-REJ
                   END-READ
           END-IF.
       0250-GRAVAR-FLUXO.
           MOVE CNT-LOJA TO FLX-LOJA.
           MOVE CNT-DATA TO FLX-DATA.
           MOVE CNT-HORA TO FLX-HORA.
           READ FLUXO-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE FLX-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           MOVE CNT-VISITANTES TO FLX-VISITANTES.
           MOVE WRK-DATA-HOJE  TO FLX-DATA-CARGA.
           MOVE FLX-REGISTRO   TO WRK-JRN-DEPOIS.
           MOVE 'FLUXO'        TO WRK-JRN-ARQUIVO.
           IF WRK-FS-FLUXO-NAO-ENCONTRADO
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE FLX-REGISTRO
                   ADD 1 TO WRK-QTD-NOVOS
           ELSE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE FLX-REGISTRO
                   ADD 1 TO WRK-QTD-SUBST
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-CONTADOR.
           ADD CNT-VISITANTES TO WRK-TOTAL-VISITANTES.
       0280-REJEITAR-CONTAGEM.
           ADD 1 TO WRK-QTD-REJEITADOS.
           MOVE CNT-REGISTRO   TO REJ-CONTAGEM.
           MOVE WRK-MOTIVO-REJ TO REJ-MOTIVO.
           WRITE REJ-REGISTRO.
           MOVE CNT-LOJA-X       TO WRK-LR-LOJA.
           MOVE CNT-DATA-X       TO WRK-LR-DATA.
           MOVE CNT-HORA-X       TO WRK-LR-HORA.
           MOVE CNT-VISITANTES-X TO WRK-LR-VISITANTES.
           MOVE WRK-MOTIVO-REJ   TO WRK-LR-MOTIVO.
           WRITE REP-LINHA FROM WRK-LINHA-REJ.
           DISPLAY WRK-LINHA-REJ.
       0290-LISTAR-TOTAL.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
       0300-FINALIZAR.
           IF WRK-MASTER-ABERTO
                   CLOSE MASTER-FILE
           END-IF.
           CLOSE FLUXO-FILE REJEITO-FILE.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- RESUMO DA CARGA ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           MOVE 'CONTAGENS LIDAS' TO WRK-LT-TEXTO.
           MOVE WRK-QTD-LIDOS TO WRK-LT-QTDE.
           PERFORM 0290-LISTAR-TOTAL.
           MOVE 'CONTAGENS NOVAS' TO WRK-LT-TEXTO.
           MOVE WRK-QTD-NOVOS TO WRK-LT-QTDE.
           PERFORM 0290-LISTAR-TOTAL.
           MOVE 'CONTAGENS SUBSTITUIDAS' TO WRK-LT-TEXTO.
           MOVE WRK-QTD-SUBST TO WRK-LT-QTDE.
           PERFORM 0290-LISTAR-TOTAL.
           MOVE 'CONTAGENS REJEITADAS' TO WRK-LT-TEXTO.
           MOVE WRK-QTD-REJEITADOS TO WRK-LT-QTDE.
           PERFORM 0290-LISTAR-TOTAL.
           MOVE 'VISITANTES CARREGADOS' TO WRK-LT-TEXTO.
           MOVE WRK-TOTAL-VISITANTES TO WRK-LT-QTDE.
           PERFORM 0290-LISTAR-TOTAL.
           CLOSE REPORT-FILE.
           DISPLAY 'CONTAGENS GRAVADAS ===> ' WRK-CONTADOR.
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
           MOVE 'PROGCOB159'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB159' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB159' TO OPLOG-PROGRAMA.
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
