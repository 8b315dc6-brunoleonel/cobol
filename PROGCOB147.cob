       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB147.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = EXTRACAO DE CLIENTES PARA CAMPANHA DE
      *            MARKETING (CAMPANHA.DAT) FILTRADA PELO
      *            CONSENTIMENTO DO CANAL (CONSENT.DAT)
      * DATA = XX/XX/XXXX
      * 199 - SELECIONA POR SEGMENTO RFM OU POR LOJA DA
      *       ULTIMA COMPRA (RFMSEG.DAT DO PROGCOB113) OU
      *       TODO O MESTRE DE CLIENTES; SO SAI O CLIENTE
      *       ATIVO COM CONSENTIMENTO VIGENTE 'S' NO CANAL
      *       PEDIDO (SMS = TELEFONE, E-MAIL = ENDERECO DO
      *       CONSENTIMENTO, CORREIO = ENDERECO DO MESTRE).
      *       RELATORIO COM AS EXCLUSOES POR MOTIVO
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
           SELECT RFMSEG-FILE ASSIGN TO 'RFMSEG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RFMSEG.
           SELECT CONSENT-FILE ASSIGN TO 'CONSENT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-CLIENTE
               FILE STATUS IS WRK-FS-CONSENT.
           SELECT CAMPANHA-FILE ASSIGN TO 'CAMPANHA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAMPANHA.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB147.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMST-FILE.
           COPY 'CUSTREC.cob'.
       FD  RFMSEG-FILE.
           COPY 'RFMREC.cob'.
       FD  CONSENT-FILE.
           COPY 'CNSREC.cob'.
       FD  CAMPANHA-FILE.
       01  CMP-REGISTRO.
           02 CMP-CLIENTE       PIC 9(06).
           02 CMP-NOME          PIC X(20).
           02 CMP-CANAL         PIC 9(01).
           02 CMP-CONTATO       PIC X(40).
           02 CMP-LOJA          PIC 9(03).
           02 CMP-SEGMENTO      PIC X(01).
           02 CMP-DATA-CONSENT  PIC 9(08).
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
       77 WRK-FS-RFMSEG   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-RFMSEG==.
       77 WRK-FS-CONSENT  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CONSENT==.
       77 WRK-FS-CAMPANHA PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CAMPANHA==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-CANAL       PIC 9(01) VALUE ZEROS.
           88 WRK-CANAL-SMS     VALUE 1.
           88 WRK-CANAL-EMAIL   VALUE 2.
           88 WRK-CANAL-CORREIO VALUE 3.
           88 WRK-CANAL-VALIDO  VALUE 1 THRU 3.
       77 WRK-SW-SELECAO  PIC X(01) VALUE SPACES.
           88 WRK-SEL-SEGMENTO VALUE 'S'.
           88 WRK-SEL-LOJA     VALUE 'L'.
           88 WRK-SEL-TODOS    VALUE 'T'.
           88 WRK-SEL-VALIDA   VALUE 'S' 'L' 'T'.
       77 WRK-SEGMENTO    PIC X(01) VALUE SPACES.
       77 WRK-LOJA        PIC 9(03) VALUE ZEROS.
       77 WRK-CLIENTE     PIC 9(06) VALUE ZEROS.
       77 WRK-CLI-LOJA    PIC 9(03) VALUE ZEROS.
       77 WRK-CLI-SEGMENTO PIC X(01) VALUE SPACES.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO VALUE 'S'.
       77 WRK-SW-CONSENT  PIC X(01) VALUE 'N'.
           88 WRK-CONSENT-ABERTO VALUE 'S'.
       77 WRK-QTD-LIDOS       PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-INATIVOS    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-CONSENT PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-RETIRADOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-CONTATO PIC 9(07) VALUE ZEROS.
       01 WRK-NOME-CANAL-TAB.
           02 FILLER PIC X(07) VALUE 'SMS    '.
           02 FILLER PIC X(07) VALUE 'E-MAIL '.
           02 FILLER PIC X(07) VALUE 'CORREIO'.
       01 WRK-NOME-CANAL-R REDEFINES WRK-NOME-CANAL-TAB.
           02 WRK-NOME-CANAL PIC X(07) OCCURS 3 TIMES.
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
           02 WRK-LT-ROTULO   PIC X(40).
           02 WRK-LT-QTDE     PIC Z.ZZZ.ZZ9.
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
           IF WRK-SEL-TODOS
                   PERFORM 0200-LER-MESTRE UNTIL WRK-FIM-ARQUIVO
           ELSE
                   PERFORM 0210-LER-SEGMENTACAO
                           UNTIL WRK-FIM-ARQUIVO
                   CLOSE RFMSEG-FILE
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           PERFORM 0105-ACEITAR-CANAL UNTIL WRK-CANAL-VALIDO.
           PERFORM 0107-ACEITAR-SELECAO UNTIL WRK-SEL-VALIDA.
           EVALUATE TRUE
                   WHEN WRK-SEL-SEGMENTO
                       DISPLAY 'SEGMENTO RFM (C/L/P/R/H/D/S): '
                       ACCEPT WRK-SEGMENTO FROM CONSOLE
                   WHEN WRK-SEL-LOJA
                       DISPLAY 'LOJA DA ULTIMA COMPRA: '
                       ACCEPT WRK-LOJA FROM CONSOLE
           END-EVALUATE.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'EXTRACAO DE CAMPANHA' TO WRK-CAB-TITULO.
           ACCEPT WRK-CAB-DATA FROM DATE YYYYMMDD.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           MOVE SPACES TO WRK-LINHA-TITULO.
           EVALUATE TRUE
                   WHEN WRK-SEL-SEGMENTO
                       STRING 'CANAL ' WRK-NOME-CANAL(WRK-CANAL)
                              ' - SEGMENTO RFM ' WRK-SEGMENTO
                              DELIMITED BY SIZE INTO WRK-LINHA-TITULO
                   WHEN WRK-SEL-LOJA
                       STRING 'CANAL ' WRK-NOME-CANAL(WRK-CANAL)
                              ' - LOJA DA ULTIMA COMPRA ' WRK-LOJA
                              DELIMITED BY SIZE INTO WRK-LINHA-TITULO
                   WHEN OTHER
                       STRING 'CANAL ' WRK-NOME-CANAL(WRK-CANAL)
                              ' - TODOS OS CLIENTES'
                              DELIMITED BY SIZE INTO WRK-LINHA-TITULO
           END-EVALUATE.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           OPEN INPUT CONSENT-FILE.
           IF WRK-FS-CONSENT-OK
                   MOVE 'S' TO WRK-SW-CONSENT
           ELSE
                   DISPLAY 'CONSENT.DAT NAO ENCONTRADO - NENHUM '
                           'CLIENTE COM CONSENTIMENTO'
           END-IF.
           OPEN OUTPUT CAMPANHA-FILE.
           OPEN INPUT CUSTMST-FILE.
           IF NOT WRK-FS-CUSTMST-OK
                   DISPLAY 'CUSTMST.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           IF WRK-SEL-SEGMENTO OR WRK-SEL-LOJA
                   OPEN INPUT RFMSEG-FILE
                   IF NOT WRK-FS-RFMSEG-OK
                           DISPLAY 'RFMSEG.DAT NAO ENCONTRADO - RODAR '
                                   'A SEGMENTACAO PROGCOB113'
                           MOVE 'S' TO WRK-SW-FIM
                   END-IF
           END-IF.
       0105-ACEITAR-CANAL.
           DISPLAY 'CANAL (1=SMS / 2=E-MAIL / 3=CORREIO): '.
           ACCEPT WRK-CANAL FROM CONSOLE.
           IF NOT WRK-CANAL-VALIDO
                   DISPLAY 'CANAL INVALIDO - REDIGITE'
           END-IF.
       0107-ACEITAR-SELECAO.
           DISPLAY 'SELECAO (S=SEGMENTO RFM / L=LOJA / T=TODOS): '.
           ACCEPT WRK-SW-SELECAO FROM CONSOLE.
           IF NOT WRK-SEL-VALIDA
                   DISPLAY 'SELECAO INVALIDA - REDIGITE'
           END-IF.
       0200-LER-MESTRE.
           READ CUSTMST-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE ZEROS  TO WRK-CLI-LOJA
                   MOVE SPACES TO WRK-CLI-SEGMENTO
                   PERFORM 0230-AVALIAR-CLIENTE
           END-READ.
       0210-LER-SEGMENTACAO.
           READ RFMSEG-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF (WRK-SEL-SEGMENTO
                       AND RFM-SEGMENTO = WRK-SEGMENTO)
                      OR (WRK-SEL-LOJA AND RFM-LOJA = WRK-LOJA)
                           PERFORM 0220-LER-CLIENTE
                   END-IF
           END-READ.
       0220-LER-CLIENTE.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE RFM-LOJA     TO WRK-CLI-LOJA.
           MOVE RFM-SEGMENTO TO WRK-CLI-SEGMENTO.
           MOVE RFM-CLIENTE  TO CLI-ID.
           READ CUSTMST-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTD-INATIVOS
               NOT INVALID KEY
                   PERFORM 0230-AVALIAR-CLIENTE
           END-READ.
       0230-AVALIAR-CLIENTE.
           IF NOT CLI-ATIVO
                   ADD 1 TO WRK-QTD-INATIVOS
           ELSE
                   PERFORM 0240-CONFERIR-CONSENTIMENTO
           END-IF.
       0240-CONFERIR-CONSENTIMENTO.
           MOVE SPACES TO CNS-SITUACAO(WRK-CANAL).
           IF WRK-CONSENT-ABERTO
                   MOVE CLI-ID TO CNS-CLIENTE
                   READ CONSENT-FILE
                       INVALID KEY
                           MOVE SPACES TO CNS-SITUACAO(WRK-CANAL)
                   END-READ
           END-IF.
           EVALUATE TRUE
                   WHEN CNS-CONSENTE(WRK-CANAL)
                       PERFORM 0250-GRAVAR-EXTRACAO
                   WHEN CNS-RECUSA(WRK-CANAL)
                       ADD 1 TO WRK-QTD-RETIRADOS
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-SEM-CONSENT
           END-EVALUATE.
       0250-GRAVAR-EXTRACAO.
           MOVE SPACES TO CMP-REGISTRO.
           EVALUATE TRUE
                   WHEN WRK-CANAL-SMS
                       MOVE CLI-TELEFONE TO CMP-CONTATO
                   WHEN WRK-CANAL-EMAIL
                       MOVE CNS-EMAIL    TO CMP-CONTATO
                   WHEN OTHER
                       MOVE CLI-ENDERECO TO CMP-CONTATO
           END-EVALUATE.
           IF CMP-CONTATO = SPACES
                   ADD 1 TO WRK-QTD-SEM-CONTATO
           ELSE
                   MOVE CLI-ID           TO CMP-CLIENTE
                   MOVE CLI-NOME         TO CMP-NOME
                   MOVE WRK-CANAL        TO CMP-CANAL
                   MOVE WRK-CLI-LOJA     TO CMP-LOJA
                   MOVE WRK-CLI-SEGMENTO TO CMP-SEGMENTO
                   MOVE CNS-DATA(WRK-CANAL) TO CMP-DATA-CONSENT
                   WRITE CMP-REGISTRO
                   ADD 1 TO WRK-CONTADOR
           END-IF.
       0300-FINALIZAR.
           CLOSE CUSTMST-FILE CAMPANHA-FILE.
           IF WRK-CONSENT-ABERTO
                   CLOSE CONSENT-FILE
           END-IF.
           MOVE 'CLIENTES SELECIONADOS' TO WRK-LT-ROTULO.
           MOVE WRK-QTD-LIDOS TO WRK-LT-QTDE.
           PERFORM 0310-IMPRIMIR-TOTAL.
           MOVE 'EXCLUIDOS - INATIVOS/FUNDIDOS' TO WRK-LT-ROTULO.
           MOVE WRK-QTD-INATIVOS TO WRK-LT-QTDE.
           PERFORM 0310-IMPRIMIR-TOTAL.
           MOVE 'EXCLUIDOS - SEM CONSENTIMENTO NO CANAL'
               TO WRK-LT-ROTULO.
           MOVE WRK-QTD-SEM-CONSENT TO WRK-LT-QTDE.
           PERFORM 0310-IMPRIMIR-TOTAL.
           MOVE 'EXCLUIDOS - CONSENTIMENTO RETIRADO'
               TO WRK-LT-ROTULO.
           MOVE WRK-QTD-RETIRADOS TO WRK-LT-QTDE.
           PERFORM 0310-IMPRIMIR-TOTAL.
           MOVE 'EXCLUIDOS - SEM DADO DE CONTATO' TO WRK-LT-ROTULO.
           MOVE WRK-QTD-SEM-CONTATO TO WRK-LT-QTDE.
           PERFORM 0310-IMPRIMIR-TOTAL.
           MOVE 'EXTRAIDOS PARA CAMPANHA.DAT' TO WRK-LT-ROTULO.
           MOVE WRK-CONTADOR TO WRK-LT-QTDE.
           PERFORM 0310-IMPRIMIR-TOTAL.
           CLOSE REPORT-FILE.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0310-IMPRIMIR-TOTAL.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB147' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB147' TO OPLOG-PROGRAMA.
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
