       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB170.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = RELATORIO DE CLIENTES ATIVOS POR CIDADE E UF
      *            DENTRO DE CADA LOJA (LOJA DA ULTIMA COMPRA
      *            DO RFMSEG.DAT)
      * DATA = XX/XX/XXXX
      * 212 - CASA O MESTRE DE CLIENTES COM O RFMSEG.DAT (AMBOS
      *       EM ORDEM DE CLIENTE); CLIENTE SEM SEGMENTACAO VAI
      *       PARA A LOJA 000. ACUMULA EM CIDADE.WRK POR LOJA,
      *       UF E CIDADE DO ENDERECO ESTRUTURADO E IMPRIME COM
      *       QUEBRA POR LOJA, MOSTRANDO QUANTOS TEM O CEP
      *       CONFERIDO NO CEP.DAT
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
           SELECT CIDADE-FILE ASSIGN TO 'CIDADE.WRK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CID-CHAVE
               FILE STATUS IS WRK-FS-CIDADE.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB170.RPT'
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
       FD  CIDADE-FILE.
       01  CID-REGISTRO.
           02 CID-CHAVE.
               03 CID-LOJA      PIC 9(03).
               03 CID-UF        PIC X(02).
               03 CID-CIDADE    PIC X(25).
           02 CID-QTDE          PIC 9(07).
           02 CID-QTDE-CONF     PIC 9(07).
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
       77 WRK-FS-CIDADE   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CIDADE==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO VALUE 'S'.
       77 WRK-SW-FIM-RFM  PIC X(01) VALUE 'N'.
           88 WRK-FIM-RFMSEG  VALUE 'S'.
       77 WRK-CLI-LOJA    PIC 9(03) VALUE ZEROS.
       77 WRK-LOJA-ANT    PIC 9(03) VALUE ZEROS.
       77 WRK-SW-PRIMEIRA PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRA-LOJA VALUE 'S'.
       77 WRK-QTD-LIDOS       PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-INATIVOS    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-LOJA    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-CIDADE  PIC 9(07) VALUE ZEROS.
       77 WRK-LOJA-QTDE       PIC 9(07) VALUE ZEROS.
       77 WRK-LOJA-QTDE-CONF  PIC 9(07) VALUE ZEROS.
       77 WRK-LOJA-CIDADES    PIC 9(05) VALUE ZEROS.
       77 WRK-GERAL-QTDE      PIC 9(07) VALUE ZEROS.
       77 WRK-GERAL-QTDE-CONF PIC 9(07) VALUE ZEROS.
       77 WRK-GERAL-LOJAS     PIC 9(05) VALUE ZEROS.
       01 WRK-LINHA-LOJA.
           02 FILLER          PIC X(05) VALUE 'LOJA '.
           02 WRK-LL-LOJA     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LL-OBS      PIC X(20).
           02 FILLER          PIC X(41) VALUE SPACES.
       01 WRK-LINHA-COLUNAS.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(03) VALUE 'UF '.
           02 FILLER          PIC X(33) VALUE 'CIDADE'.
           02 FILLER          PIC X(09) VALUE ' CLIENTES'.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(09) VALUE 'CEP CONF.'.
           02 FILLER          PIC X(09) VALUE SPACES.
       01 WRK-LINHA-CIDADE.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 WRK-LC-UF       PIC X(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LC-CIDADE   PIC X(25).
           02 FILLER          PIC X(07) VALUE SPACES.
           02 WRK-LC-QTDE     PIC Z.ZZZ.ZZ9.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 WRK-LC-QTDE-CONF PIC Z.ZZZ.ZZ9.
           02 FILLER          PIC X(09) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
           02 WRK-LT-ROTULO   PIC X(40).
           02 WRK-LT-QTDE     PIC Z.ZZZ.ZZ9.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 WRK-LT-QTDE-CONF PIC Z.ZZZ.ZZ9.
           02 FILLER          PIC X(09) VALUE SPACES.
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
           PERFORM 0200-LER-MESTRE UNTIL WRK-FIM-ARQUIVO.
           PERFORM 0250-IMPRIMIR-CIDADES.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'CLIENTES POR CIDADE' TO WRK-CAB-TITULO.
           ACCEPT WRK-CAB-DATA FROM DATE YYYYMMDD.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           OPEN OUTPUT CIDADE-FILE.
           CLOSE CIDADE-FILE.
           OPEN I-O CIDADE-FILE.
           OPEN INPUT CUSTMST-FILE.
           IF NOT WRK-FS-CUSTMST-OK
                   DISPLAY 'CUSTMST.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN INPUT RFMSEG-FILE.
           IF WRK-FS-RFMSEG-OK
                   PERFORM 0210-LER-SEGMENTACAO
           ELSE
                   DISPLAY 'RFMSEG.DAT NAO ENCONTRADO - CLIENTES NA '
                           'LOJA 000 (RODAR A SEGMENTACAO PROGCOB113)'
                   MOVE 'S' TO WRK-SW-FIM-RFM
           END-IF.
       0200-LER-MESTRE.
           READ CUSTMST-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF CLI-ATIVO
                           PERFORM 0220-LOCALIZAR-LOJA
                           PERFORM 0230-ACUMULAR-CIDADE
                   ELSE
                           ADD 1 TO WRK-QTD-INATIVOS
                   END-IF
           END-READ.
       0210-LER-SEGMENTACAO.
           READ RFMSEG-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM-RFM
           END-READ.
       0220-LOCALIZAR-LOJA.
           PERFORM 0210-LER-SEGMENTACAO
                   UNTIL WRK-FIM-RFMSEG
                      OR RFM-CLIENTE >= CLI-ID.
           IF NOT WRK-FIM-RFMSEG
              AND RFM-CLIENTE = CLI-ID
                   MOVE RFM-LOJA TO WRK-CLI-LOJA
           ELSE
                   MOVE ZEROS TO WRK-CLI-LOJA
                   ADD 1 TO WRK-QTD-SEM-LOJA
           END-IF.
       0230-ACUMULAR-CIDADE.
           MOVE WRK-CLI-LOJA TO CID-LOJA.
           IF CLI-CIDADE = SPACES
                   MOVE '--'                TO CID-UF
                   MOVE 'SEM CIDADE INFORMADA' TO CID-CIDADE
                   ADD 1 TO WRK-QTD-SEM-CIDADE
           ELSE
                   MOVE CLI-UF     TO CID-UF
                   MOVE CLI-CIDADE TO CID-CIDADE
           END-IF.
           READ CIDADE-FILE
               INVALID KEY
                   MOVE ZEROS TO CID-QTDE CID-QTDE-CONF
           END-READ.
           ADD 1 TO CID-QTDE.
           IF CLI-END-CONFERIDO
                   ADD 1 TO CID-QTDE-CONF
           END-IF.
           IF CID-QTDE = 1
                   WRITE CID-REGISTRO
           ELSE
                   REWRITE CID-REGISTRO
           END-IF.
           IF NOT WRK-FS-CIDADE-OK
                   DISPLAY 'ERRO NA GRAVACAO DE CIDADE.WRK - '
                           WRK-FS-CIDADE
           END-IF.
       0250-IMPRIMIR-CIDADES.
           MOVE 'N' TO WRK-SW-FIM.
           MOVE LOW-VALUES TO CID-CHAVE.
           START CIDADE-FILE KEY IS >= CID-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-SW-FIM
           END-START.
           PERFORM 0255-LER-CIDADE UNTIL WRK-FIM-ARQUIVO.
           IF NOT WRK-PRIMEIRA-LOJA
                   PERFORM 0270-FECHAR-LOJA
           END-IF.
           MOVE 'TOTAL GERAL DE CLIENTES ATIVOS' TO WRK-LT-ROTULO.
           MOVE WRK-GERAL-QTDE      TO WRK-LT-QTDE.
           MOVE WRK-GERAL-QTDE-CONF TO WRK-LT-QTDE-CONF.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
       0255-LER-CIDADE.
           READ CIDADE-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF WRK-PRIMEIRA-LOJA
                      OR CID-LOJA NOT = WRK-LOJA-ANT
                           PERFORM 0260-ABRIR-LOJA
                   END-IF
                   PERFORM 0265-IMPRIMIR-CIDADE
           END-READ.
       0260-ABRIR-LOJA.
           IF NOT WRK-PRIMEIRA-LOJA
                   PERFORM 0270-FECHAR-LOJA
           END-IF.
           MOVE 'N'      TO WRK-SW-PRIMEIRA.
           MOVE CID-LOJA TO WRK-LOJA-ANT WRK-LL-LOJA.
           MOVE ZEROS TO WRK-LOJA-QTDE WRK-LOJA-QTDE-CONF
                         WRK-LOJA-CIDADES.
           IF CID-LOJA = ZEROS
                   MOVE 'SEM COMPRA REGISTR.' TO WRK-LL-OBS
           ELSE
                   MOVE SPACES TO WRK-LL-OBS
           END-IF.
           ADD 1 TO WRK-GERAL-LOJAS.
           MOVE SPACES TO REP-LINHA.
           WRITE REP-LINHA.
           WRITE REP-LINHA FROM WRK-LINHA-LOJA.
           WRITE REP-LINHA FROM WRK-LINHA-COLUNAS.
       0265-IMPRIMIR-CIDADE.
           MOVE CID-UF        TO WRK-LC-UF.
           MOVE CID-CIDADE    TO WRK-LC-CIDADE.
           MOVE CID-QTDE      TO WRK-LC-QTDE.
           MOVE CID-QTDE-CONF TO WRK-LC-QTDE-CONF.
           WRITE REP-LINHA FROM WRK-LINHA-CIDADE.
           ADD 1 TO WRK-LOJA-CIDADES WRK-CONTADOR.
           ADD CID-QTDE      TO WRK-LOJA-QTDE WRK-GERAL-QTDE.
           ADD CID-QTDE-CONF TO WRK-LOJA-QTDE-CONF
                                WRK-GERAL-QTDE-CONF.
       0270-FECHAR-LOJA.
           MOVE SPACES TO WRK-LT-ROTULO.
           STRING 'TOTAL DA LOJA ' WRK-LOJA-ANT ' ('
                  WRK-LOJA-CIDADES ' CIDADES)'
                  DELIMITED BY SIZE INTO WRK-LT-ROTULO.
           MOVE WRK-LOJA-QTDE      TO WRK-LT-QTDE.
           MOVE WRK-LOJA-QTDE-CONF TO WRK-LT-QTDE-CONF.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
       0300-FINALIZAR.
           CLOSE CUSTMST-FILE RFMSEG-FILE CIDADE-FILE.
           MOVE SPACES TO REP-LINHA.
           WRITE REP-LINHA.
           MOVE ZEROS TO WRK-LT-QTDE-CONF.
           MOVE 'CLIENTES LIDOS NO MESTRE' TO WRK-LT-ROTULO.
           MOVE WRK-QTD-LIDOS TO WRK-LT-QTDE.
           PERFORM 0310-IMPRIMIR-TOTAL.
           MOVE 'INATIVOS/FUNDIDOS (FORA DO RELATORIO)'
               TO WRK-LT-ROTULO.
           MOVE WRK-QTD-INATIVOS TO WRK-LT-QTDE.
           PERFORM 0310-IMPRIMIR-TOTAL.
           MOVE 'ATIVOS SEM LOJA DE ULTIMA COMPRA' TO WRK-LT-ROTULO.
           MOVE WRK-QTD-SEM-LOJA TO WRK-LT-QTDE.
           PERFORM 0310-IMPRIMIR-TOTAL.
           MOVE 'ATIVOS SEM CIDADE NO ENDERECO' TO WRK-LT-ROTULO.
           MOVE WRK-QTD-SEM-CIDADE TO WRK-LT-QTDE.
           PERFORM 0310-IMPRIMIR-TOTAL.
           CLOSE REPORT-FILE.
           DISPLAY 'LOJAS NO RELATORIO ===> ' WRK-GERAL-LOJAS.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0310-IMPRIMIR-TOTAL.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB170' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB170' TO OPLOG-PROGRAMA.
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
