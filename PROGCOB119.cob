       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB119.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = RELATORIO DIARIO DE CONTROLE DA NUMERACAO
      *            DOS DOCUMENTOS FISCAIS ELETRONICOS
      *            (NFCE.OUT DO PROGCOB15)
      * DATA = XX/XX/XXXX
      * 181 - LISTA OS NUMEROS PULADOS NA SERIE DE CADA
      *       LOJA NA DATA INFORMADA, A NUMERACAO CONSUMIDA
      *       EM NFCSEQ.DAT SEM DOCUMENTO EM NFCE.OUT, OS
      *       DOCUMENTOS REJEITADOS NO RETORNO DA SEFAZ
      *       (NFCRET.IN) E O RESUMO POR LOJA DE EMITIDOS,
      *       CANCELADOS, PULADOS, REJEITADOS E SEM RETORNO
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFCE-FILE ASSIGN TO 'NFCE.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFCE.
           SELECT NFCSEQ-FILE ASSIGN TO 'NFCSEQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NFS-LOJA
               FILE STATUS IS WRK-FS-NFCSEQ.
           SELECT NFCRET-FILE ASSIGN TO 'NFCRET.IN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFCRET.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB119.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  NFCE-FILE.
           COPY 'NFCEREC.cob'.
       FD  NFCSEQ-FILE.
           COPY 'NFCSREC.cob'.
       FD  NFCRET-FILE.
       01  RET-REGISTRO.
           02 RET-LOJA          PIC 9(03).
           02 RET-NUMERO        PIC 9(09).
           02 RET-DATA          PIC 9(08).
           02 RET-STATUS        PIC X(01).
               88 RET-AUTORIZADO VALUE 'A'.
               88 RET-REJEITADO  VALUE 'R'.
           02 RET-MOTIVO        PIC X(03).
           02 RET-MENSAGEM      PIC X(40).
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-NFCE     PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-NFCE==.
       77 WRK-FS-NFCSEQ   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-NFCSEQ==.
       77 WRK-FS-NFCRET   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-NFCRET==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-SW-FIM-RET  PIC X(01) VALUE 'N'.
           88 WRK-FIM-RETORNO VALUE 'S'.
       77 WRK-SW-NFCSEQ   PIC X(01) VALUE 'N'.
           88 WRK-NFCSEQ-ABERTO VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-REL    PIC 9(08) VALUE ZEROS.
       77 WRK-IDX-LOJA    PIC 9(04) VALUE ZEROS.
       77 WRK-PROXIMO     PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-PULADOS PIC 9(09) VALUE ZEROS.
       77 WRK-SEM-RETORNO PIC S9(05) VALUE ZEROS.
       01 WRK-TAB-LOJAS.
           02 WRK-TL-ENTRADA OCCURS 999 TIMES.
               03 WRK-TL-ULTIMO    PIC 9(09).
               03 WRK-TL-EMITIDOS  PIC 9(05).
               03 WRK-TL-CANCEL    PIC 9(05).
               03 WRK-TL-PULADOS   PIC 9(05).
               03 WRK-TL-REJEIT    PIC 9(05).
               03 WRK-TL-RETORNOS  PIC 9(05).
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-SALTO.
           02 FILLER          PIC X(05) VALUE 'LOJA '.
           02 WRK-LS-LOJA     PIC 9(03).
           02 FILLER          PIC X(09) VALUE ' NUMEROS '.
           02 WRK-LS-INICIO   PIC 9(09).
           02 FILLER          PIC X(03) VALUE ' A '.
           02 WRK-LS-FIM      PIC 9(09).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LS-MOTIVO   PIC X(31).
       01 WRK-LINHA-REJEICAO.
           02 FILLER          PIC X(05) VALUE 'LOJA '.
           02 WRK-LR-LOJA     PIC 9(03).
           02 FILLER          PIC X(08) VALUE ' NUMERO '.
           02 WRK-LR-NUMERO   PIC 9(09).
           02 FILLER          PIC X(08) VALUE ' MOTIVO '.
           02 WRK-LR-MOTIVO   PIC X(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LR-MENSAGEM PIC X(33).
       01 WRK-LINHA-RESUMO.
           02 FILLER          PIC X(05) VALUE 'LOJA '.
           02 WRK-LT-LOJA     PIC 9(03).
           02 FILLER          PIC X(06) VALUE ' EMIT '.
           02 WRK-LT-EMITIDOS PIC ZZZZ9.
           02 FILLER          PIC X(06) VALUE ' CANC '.
           02 WRK-LT-CANCEL   PIC ZZZZ9.
           02 FILLER          PIC X(07) VALUE ' PULOU '.
           02 WRK-LT-PULADOS  PIC ZZZZ9.
           02 FILLER          PIC X(05) VALUE ' REJ '.
           02 WRK-LT-REJEIT   PIC ZZZZ9.
           02 FILLER          PIC X(07) VALUE ' S/RET '.
           02 WRK-LT-SEM-RET  PIC ZZZZ9.
           02 FILLER          PIC X(06) VALUE SPACES.
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
           PERFORM 0200-LER-NFCE UNTIL WRK-FIM-VARRE.
           CLOSE NFCE-FILE.
           PERFORM 0250-VERIFICAR-CONSUMO.
           PERFORM 0300-LER-RETORNOS.
           PERFORM 0350-LISTAR-RESUMO.
           PERFORM 0400-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE ZEROS TO WRK-TAB-LOJAS.
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO = 'S'
                   MOVE WRK-BD-DATA TO WRK-DATA-HOJE
           ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'DATA DO MOVIMENTO (AAAAMMDD, 00000000 '
                   'PARA A DATA DE NEGOCIO): '.
           ACCEPT  WRK-DATA-REL FROM CONSOLE.
           IF WRK-DATA-REL = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-REL
           END-IF.
           OPEN INPUT NFCE-FILE.
           IF NOT WRK-FS-NFCE-OK
                   DISPLAY 'NFCE.OUT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'NUMERACAO NFC-E' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- MOVIMENTO DE ' WRK-DATA-REL
                  ' - NUMEROS FORA DA SERIE ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
       0200-LER-NFCE.
           READ NFCE-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF NFC-LOJA > 0
                           MOVE NFC-LOJA TO WRK-IDX-LOJA
                           PERFORM 0210-TRATAR-DOCUMENTO
                   END-IF
           END-READ.
       0210-TRATAR-DOCUMENTO.
           IF NFC-REG-CABECALHO
                   IF NFC-CAB-DATA = WRK-DATA-REL
                           ADD 1 TO WRK-CONTADOR
                           ADD 1 TO WRK-TL-EMITIDOS(WRK-IDX-LOJA)
                           PERFORM 0220-VERIFICAR-SERIE
                   END-IF
                   IF NFC-NUMERO > WRK-TL-ULTIMO(WRK-IDX-LOJA)
                           MOVE NFC-NUMERO
                               TO WRK-TL-ULTIMO(WRK-IDX-LOJA)
                   END-IF
           END-IF.
           IF NFC-REG-CANCELAMENTO AND NFC-CAN-DATA = WRK-DATA-REL
                   ADD 1 TO WRK-TL-CANCEL(WRK-IDX-LOJA)
           END-IF.
       0220-VERIFICAR-SERIE.
           COMPUTE WRK-PROXIMO = WRK-TL-ULTIMO(WRK-IDX-LOJA) + 1.
           IF NFC-NUMERO > WRK-PROXIMO
                   MOVE WRK-PROXIMO  TO WRK-LS-INICIO
                   COMPUTE WRK-LS-FIM = NFC-NUMERO - 1
                   MOVE 'PULADO NA EMISSAO' TO WRK-LS-MOTIVO
                   PERFORM 0230-LISTAR-SALTO
           END-IF.
           IF NFC-NUMERO < WRK-PROXIMO
                   MOVE NFC-NUMERO TO WRK-LS-INICIO WRK-LS-FIM
                   MOVE 'FORA DE ORDEM OU REPETIDO'
                       TO WRK-LS-MOTIVO
                   MOVE WRK-IDX-LOJA TO WRK-LS-LOJA
                   WRITE REP-LINHA FROM WRK-LINHA-SALTO
                   DISPLAY WRK-LINHA-SALTO
           END-IF.
       0230-LISTAR-SALTO.
           MOVE WRK-IDX-LOJA TO WRK-LS-LOJA.
           COMPUTE WRK-QTD-PULADOS = WRK-LS-FIM - WRK-LS-INICIO + 1.
           ADD WRK-QTD-PULADOS TO WRK-TL-PULADOS(WRK-IDX-LOJA).
           WRITE REP-LINHA FROM WRK-LINHA-SALTO.
           DISPLAY WRK-LINHA-SALTO.
       0250-VERIFICAR-CONSUMO.
           OPEN INPUT NFCSEQ-FILE.
           IF WRK-FS-NFCSEQ-OK
                   MOVE 'S' TO WRK-SW-NFCSEQ
                   MOVE ZEROS TO WRK-IDX-LOJA
                   PERFORM 0255-VERIFICAR-LOJA
                           UNTIL WRK-IDX-LOJA >= 999
                   CLOSE NFCSEQ-FILE
           ELSE
                   DISPLAY 'NFCSEQ.DAT NAO ENCONTRADO - '
                           'CONSUMO DA SERIE NAO CONFERIDO'
           END-IF.
       0255-VERIFICAR-LOJA.
           ADD 1 TO WRK-IDX-LOJA.
           MOVE WRK-IDX-LOJA TO NFS-LOJA.
           READ NFCSEQ-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NFS-ULTIMO > WRK-TL-ULTIMO(WRK-IDX-LOJA)
                      AND NFS-DATA-ULTIMO = WRK-DATA-REL
                           COMPUTE WRK-LS-INICIO =
                               WRK-TL-ULTIMO(WRK-IDX-LOJA) + 1
                           MOVE NFS-ULTIMO TO WRK-LS-FIM
                           MOVE 'CONSUMIDO SEM DOCUMENTO'
                               TO WRK-LS-MOTIVO
                           PERFORM 0230-LISTAR-SALTO
                   END-IF
           END-READ.
       0300-LER-RETORNOS.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- DOCUMENTOS REJEITADOS PELA SEFAZ ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           OPEN INPUT NFCRET-FILE.
           IF WRK-FS-NFCRET-OK
                   PERFORM 0310-LER-RETORNO UNTIL WRK-FIM-RETORNO
                   CLOSE NFCRET-FILE
           ELSE
                   DISPLAY 'NFCRET.IN NAO ENCONTRADO - '
                           'SEM RETORNO DA SEFAZ'
           END-IF.
       0310-LER-RETORNO.
           READ NFCRET-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM-RET
               NOT AT END
                   IF RET-DATA = WRK-DATA-REL AND RET-LOJA > 0
                           PERFORM 0320-TRATAR-RETORNO
                   END-IF
           END-READ.
       0320-TRATAR-RETORNO.
           MOVE RET-LOJA TO WRK-IDX-LOJA.
           ADD 1 TO WRK-TL-RETORNOS(WRK-IDX-LOJA).
           IF RET-REJEITADO
                   ADD 1 TO WRK-TL-REJEIT(WRK-IDX-LOJA)
                   MOVE RET-LOJA     TO WRK-LR-LOJA
                   MOVE RET-NUMERO   TO WRK-LR-NUMERO
                   MOVE RET-MOTIVO   TO WRK-LR-MOTIVO
                   MOVE RET-MENSAGEM TO WRK-LR-MENSAGEM
                   WRITE REP-LINHA FROM WRK-LINHA-REJEICAO
                   DISPLAY WRK-LINHA-REJEICAO
           END-IF.
       0350-LISTAR-RESUMO.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- RESUMO POR LOJA ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           MOVE ZEROS TO WRK-IDX-LOJA.
           PERFORM 0355-LISTAR-LOJA UNTIL WRK-IDX-LOJA >= 999.
       0355-LISTAR-LOJA.
           ADD 1 TO WRK-IDX-LOJA.
           IF WRK-TL-EMITIDOS(WRK-IDX-LOJA) > 0
              OR WRK-TL-CANCEL(WRK-IDX-LOJA) > 0
              OR WRK-TL-PULADOS(WRK-IDX-LOJA) > 0
              OR WRK-TL-RETORNOS(WRK-IDX-LOJA) > 0
                   COMPUTE WRK-SEM-RETORNO =
                       WRK-TL-EMITIDOS(WRK-IDX-LOJA)
                       - WRK-TL-RETORNOS(WRK-IDX-LOJA)
                   IF WRK-SEM-RETORNO < 0
                           MOVE ZEROS TO WRK-SEM-RETORNO
                   END-IF
                   MOVE WRK-IDX-LOJA TO WRK-LT-LOJA
                   MOVE WRK-TL-EMITIDOS(WRK-IDX-LOJA)
                       TO WRK-LT-EMITIDOS
                   MOVE WRK-TL-CANCEL(WRK-IDX-LOJA)  TO WRK-LT-CANCEL
                   MOVE WRK-TL-PULADOS(WRK-IDX-LOJA) TO WRK-LT-PULADOS
                   MOVE WRK-TL-REJEIT(WRK-IDX-LOJA)  TO WRK-LT-REJEIT
                   MOVE WRK-SEM-RETORNO              TO WRK-LT-SEM-RET
                   WRITE REP-LINHA FROM WRK-LINHA-RESUMO
                   DISPLAY WRK-LINHA-RESUMO
           END-IF.
       0400-FINALIZAR.
           CLOSE REPORT-FILE.
           DISPLAY 'DOCUMENTOS DO DIA ===> ' WRK-CONTADOR.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB119' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB119' TO OPLOG-PROGRAMA.
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
