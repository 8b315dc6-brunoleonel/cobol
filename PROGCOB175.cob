       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB175.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = RELATORIO SEMANAL DOS CASOS DE ATENDIMENTO AO
      *            CLIENTE (SACCASO.DAT)
      * DATA = XX/XX/XXXX
      * 215 - CASOS PENDENTES (ABERTOS E EM ANDAMENTO) POR IDADE
      *       EM DIAS (ATE 7, 8-15, 16-30, MAIS DE 30), CASOS
      *       POR CATEGORIA EM CADA LOJA E EM CADA PRODUTO
      *       (ACUMULADOS EM SACRES.WRK, A PARTIR DA DATA DE
      *       ABERTURA INFORMADA) E LISTA DOS PENDENTES QUE
      *       PASSARAM DA DATA LIMITE, COM DIAS DE ATRASO E O
      *       RESPONSAVEL
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SACCASO-FILE ASSIGN TO 'SACCASO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAS-NUMERO
               FILE STATUS IS WRK-FS-SACCASO.
           SELECT SACRES-FILE ASSIGN TO 'SACRES.WRK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-CHAVE
               FILE STATUS IS WRK-FS-SACRES.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WRK-FS-MASTER.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB175.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  SACCASO-FILE.
           COPY 'SACREC.cob'.
       FD  SACRES-FILE.
       01  RES-REGISTRO.
           02 RES-CHAVE.
               03 RES-TIPO      PIC X(01).
               03 RES-CODIGO    PIC 9(05).
           02 RES-QTD-RECLAM    PIC 9(05).
           02 RES-QTD-GARANTIA  PIC 9(05).
           02 RES-QTD-ENTREGA   PIC 9(05).
           02 RES-QTD-OUTROS    PIC 9(05).
           02 RES-QTD-TOTAL     PIC 9(05).
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-SACCASO  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SACCASO==.
       77 WRK-FS-SACRES   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SACRES==.
       77 WRK-FS-MASTER   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO VALUE 'S'.
       77 WRK-SW-SACCASO  PIC X(01) VALUE 'N'.
           88 WRK-SACCASO-OK  VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIAL PIC 9(08) VALUE ZEROS.
       77 WRK-SERIAL-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-SAIDA PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-SERIAL.
           02 WRK-SER-ANO    PIC 9(04).
           02 WRK-SER-MES    PIC 9(02).
           02 WRK-SER-DIA    PIC 9(02).
       77 WRK-DIAS        PIC 9(05) VALUE ZEROS.
       77 WRK-TIPO-ANT    PIC X(01) VALUE SPACES.
       77 WRK-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ATE-7      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ATE-15     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ATE-30     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-MAIS-30    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PENDENTES  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PERIODO    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ATRASADOS  PIC 9(07) VALUE ZEROS.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-SECAO.
           02 WRK-LS-TEXTO    PIC X(60).
           02 FILLER          PIC X(10) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
           02 WRK-LT-ROTULO   PIC X(40).
           02 WRK-LT-QTDE     PIC Z.ZZZ.ZZ9.
           02 FILLER          PIC X(21) VALUE SPACES.
       01 WRK-LINHA-COL-CAT.
           02 FILLER          PIC X(13) VALUE SPACES.
           02 FILLER          PIC X(09) VALUE '   RECLAM'.
           02 FILLER          PIC X(09) VALUE ' GARANTIA'.
           02 FILLER          PIC X(09) VALUE '  ENTREGA'.
           02 FILLER          PIC X(09) VALUE '   OUTROS'.
           02 FILLER          PIC X(09) VALUE '    TOTAL'.
           02 FILLER          PIC X(12) VALUE SPACES.
       01 WRK-LINHA-CATEGORIA.
           02 WRK-LG-ROTULO   PIC X(08).
           02 WRK-LG-CODIGO   PIC X(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LG-RECLAM   PIC ZZZ.ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LG-GARANTIA PIC ZZZ.ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LG-ENTREGA  PIC ZZZ.ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LG-OUTROS   PIC ZZZ.ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LG-TOTAL    PIC ZZZ.ZZ9.
           02 FILLER          PIC X(12) VALUE SPACES.
       01 WRK-LINHA-COL-ATRASO.
           02 FILLER          PIC X(09) VALUE 'CASO'.
           02 FILLER          PIC X(03) VALUE 'CAT'.
           02 FILLER          PIC X(08) VALUE 'CLIENTE'.
           02 FILLER          PIC X(04) VALUE 'LOJA'.
           02 FILLER          PIC X(10) VALUE 'LIMITE'.
           02 FILLER          PIC X(07) VALUE 'ATRASO'.
           02 FILLER          PIC X(29) VALUE 'RESPONSAVEL'.
       01 WRK-LINHA-ATRASO.
           02 WRK-LA-CASO     PIC 9(07).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LA-CATEG    PIC X(01).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LA-CLIENTE  PIC 9(06).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LA-LOJA     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LA-LIMITE   PIC 9(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LA-DIAS     PIC ZZZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LA-FUNC     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LA-NOME     PIC X(20).
           02 FILLER          PIC X(05) VALUE SPACES.
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
           IF WRK-SACCASO-OK
                   PERFORM 0200-LER-CASO UNTIL WRK-FIM-ARQUIVO
                   PERFORM 0240-IMPRIMIR-IDADES
                   PERFORM 0250-IMPRIMIR-CATEGORIAS
                   PERFORM 0270-IMPRIMIR-ATRASADOS
           END-IF.
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
           MOVE WRK-DATA-HOJE TO WRK-DATA-SERIAL.
           PERFORM 0290-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-HOJE.
           DISPLAY 'CATEGORIAS - CASOS ABERTOS DESDE (AAAAMMDD, '
                   '0=TODOS): '.
           ACCEPT  WRK-DATA-INICIAL FROM CONSOLE.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'CASOS SAC SEMANAL' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           OPEN OUTPUT SACRES-FILE.
           CLOSE SACRES-FILE.
           OPEN I-O SACRES-FILE.
           OPEN INPUT SACCASO-FILE.
           IF WRK-FS-SACCASO-OK
                   MOVE 'S' TO WRK-SW-SACCASO
           ELSE
                   DISPLAY 'SACCASO.DAT NAO ENCONTRADO - SEM CASOS '
                           'REGISTRADOS (PROGCOB174)'
           END-IF.
       0200-LER-CASO.
           READ SACCASO-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF CAS-PENDENTE
                           PERFORM 0210-CLASSIFICAR-IDADE
                   END-IF
                   IF CAS-DATA-ABERTURA >= WRK-DATA-INICIAL
                           ADD 1 TO WRK-QTD-PERIODO
                           MOVE 'L'      TO RES-TIPO
                           MOVE CAS-LOJA TO RES-CODIGO
                           PERFORM 0220-ACUMULAR-CATEGORIA
                           MOVE 'P'         TO RES-TIPO
                           MOVE CAS-PRODUTO TO RES-CODIGO
                           PERFORM 0220-ACUMULAR-CATEGORIA
                   END-IF
           END-READ.
       0210-CLASSIFICAR-IDADE.
           ADD 1 TO WRK-QTD-PENDENTES.
           MOVE CAS-DATA-ABERTURA TO WRK-DATA-SERIAL.
           PERFORM 0290-CALCULAR-SERIAL.
           IF WRK-SERIAL-SAIDA < WRK-SERIAL-HOJE
                   COMPUTE WRK-DIAS = WRK-SERIAL-HOJE
                           - WRK-SERIAL-SAIDA
           ELSE
                   MOVE ZEROS TO WRK-DIAS
           END-IF.
           EVALUATE TRUE
                   WHEN WRK-DIAS <= 7
                             ADD 1 TO WRK-QTD-ATE-7
                   WHEN WRK-DIAS <= 15
                             ADD 1 TO WRK-QTD-ATE-15
                   WHEN WRK-DIAS <= 30
                             ADD 1 TO WRK-QTD-ATE-30
                   WHEN OTHER
                             ADD 1 TO WRK-QTD-MAIS-30
           END-EVALUATE.
       0220-ACUMULAR-CATEGORIA.
           READ SACRES-FILE
               INVALID KEY
                   MOVE ZEROS TO RES-QTD-RECLAM RES-QTD-GARANTIA
                                 RES-QTD-ENTREGA RES-QTD-OUTROS
                                 RES-QTD-TOTAL
           END-READ.
           ADD 1 TO RES-QTD-TOTAL.
           EVALUATE TRUE
                   WHEN CAS-RECLAMACAO
                             ADD 1 TO RES-QTD-RECLAM
                   WHEN CAS-GARANTIA
                             ADD 1 TO RES-QTD-GARANTIA
                   WHEN CAS-ENTREGA
                             ADD 1 TO RES-QTD-ENTREGA
                   WHEN OTHER
                             ADD 1 TO RES-QTD-OUTROS
           END-EVALUATE.
           IF RES-QTD-TOTAL = 1
                   WRITE RES-REGISTRO
           ELSE
                   REWRITE RES-REGISTRO
           END-IF.
           IF NOT WRK-FS-SACRES-OK
                   DISPLAY 'ERRO NA GRAVACAO DE SACRES.WRK - '
                           WRK-FS-SACRES
           END-IF.
       0240-IMPRIMIR-IDADES.
           MOVE SPACES TO REP-LINHA.
           WRITE REP-LINHA.
           MOVE 'CASOS PENDENTES (ABERTOS/EM ANDAMENTO) POR IDADE'
               TO WRK-LS-TEXTO.
           WRITE REP-LINHA FROM WRK-LINHA-SECAO.
           MOVE '  ATE 7 DIAS'     TO WRK-LT-ROTULO.
           MOVE WRK-QTD-ATE-7      TO WRK-LT-QTDE.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           MOVE '  DE 8 A 15 DIAS' TO WRK-LT-ROTULO.
           MOVE WRK-QTD-ATE-15     TO WRK-LT-QTDE.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           MOVE '  DE 16 A 30 DIAS' TO WRK-LT-ROTULO.
           MOVE WRK-QTD-ATE-30     TO WRK-LT-QTDE.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           MOVE '  MAIS DE 30 DIAS' TO WRK-LT-ROTULO.
           MOVE WRK-QTD-MAIS-30    TO WRK-LT-QTDE.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'TOTAL DE CASOS PENDENTES' TO WRK-LT-ROTULO.
           MOVE WRK-QTD-PENDENTES  TO WRK-LT-QTDE.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
       0250-IMPRIMIR-CATEGORIAS.
           MOVE 'N'    TO WRK-SW-FIM.
           MOVE SPACES TO WRK-TIPO-ANT.
           MOVE LOW-VALUES TO RES-CHAVE.
           START SACRES-FILE KEY IS >= RES-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-SW-FIM
           END-START.
           PERFORM 0255-LER-RESUMO UNTIL WRK-FIM-ARQUIVO.
           MOVE SPACES TO REP-LINHA.
           WRITE REP-LINHA.
           MOVE 'CASOS NO PERIODO DAS CATEGORIAS' TO WRK-LT-ROTULO.
           MOVE WRK-QTD-PERIODO TO WRK-LT-QTDE.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
       0255-LER-RESUMO.
           READ SACRES-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF RES-TIPO NOT = WRK-TIPO-ANT
                           PERFORM 0260-ABRIR-QUEBRA
                   END-IF
                   PERFORM 0265-IMPRIMIR-RESUMO
           END-READ.
       0260-ABRIR-QUEBRA.
           MOVE RES-TIPO TO WRK-TIPO-ANT.
           MOVE SPACES TO REP-LINHA.
           WRITE REP-LINHA.
           MOVE SPACES TO WRK-LS-TEXTO.
           IF RES-TIPO = 'L'
                   STRING 'CASOS POR CATEGORIA EM CADA LOJA - '
                          'ABERTOS DESDE ' WRK-DATA-INICIAL
                          DELIMITED BY SIZE INTO WRK-LS-TEXTO
           ELSE
                   STRING 'CASOS POR CATEGORIA EM CADA PRODUTO - '
                          'ABERTOS DESDE ' WRK-DATA-INICIAL
                          DELIMITED BY SIZE INTO WRK-LS-TEXTO
           END-IF.
           WRITE REP-LINHA FROM WRK-LINHA-SECAO.
           WRITE REP-LINHA FROM WRK-LINHA-COL-CAT.
       0265-IMPRIMIR-RESUMO.
           IF RES-TIPO = 'L'
                   MOVE 'LOJA'    TO WRK-LG-ROTULO
                   MOVE RES-CODIGO(3:3) TO WRK-LG-CODIGO
           ELSE
                   MOVE 'PRODUTO' TO WRK-LG-ROTULO
                   MOVE RES-CODIGO TO WRK-LG-CODIGO
           END-IF.
           IF RES-CODIGO = ZEROS
                   MOVE 'NAO INF' TO WRK-LG-ROTULO
                   MOVE SPACES    TO WRK-LG-CODIGO
           END-IF.
           MOVE RES-QTD-RECLAM   TO WRK-LG-RECLAM.
           MOVE RES-QTD-GARANTIA TO WRK-LG-GARANTIA.
           MOVE RES-QTD-ENTREGA  TO WRK-LG-ENTREGA.
           MOVE RES-QTD-OUTROS   TO WRK-LG-OUTROS.
           MOVE RES-QTD-TOTAL    TO WRK-LG-TOTAL.
           WRITE REP-LINHA FROM WRK-LINHA-CATEGORIA.
       0270-IMPRIMIR-ATRASADOS.
           CLOSE SACCASO-FILE.
           OPEN INPUT SACCASO-FILE.
           MOVE 'N' TO WRK-SW-FIM.
           MOVE SPACES TO REP-LINHA.
           WRITE REP-LINHA.
           MOVE SPACES TO WRK-LS-TEXTO.
           STRING 'CASOS PENDENTES FORA DO PRAZO EM ' WRK-DATA-HOJE
                  DELIMITED BY SIZE INTO WRK-LS-TEXTO.
           WRITE REP-LINHA FROM WRK-LINHA-SECAO.
           WRITE REP-LINHA FROM WRK-LINHA-COL-ATRASO.
           OPEN INPUT MASTER-FILE.
           PERFORM 0275-LER-ATRASADO UNTIL WRK-FIM-ARQUIVO.
           CLOSE MASTER-FILE.
           MOVE SPACES TO REP-LINHA.
           WRITE REP-LINHA.
           MOVE 'TOTAL DE CASOS FORA DO PRAZO' TO WRK-LT-ROTULO.
           MOVE WRK-QTD-ATRASADOS TO WRK-LT-QTDE.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
       0275-LER-ATRASADO.
           READ SACCASO-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF CAS-PENDENTE
                      AND CAS-DATA-LIMITE < WRK-DATA-HOJE
                           PERFORM 0280-IMPRIMIR-ATRASADO
                   END-IF
           END-READ.
       0280-IMPRIMIR-ATRASADO.
           ADD 1 TO WRK-QTD-ATRASADOS WRK-CONTADOR.
           MOVE CAS-DATA-LIMITE TO WRK-DATA-SERIAL.
           PERFORM 0290-CALCULAR-SERIAL.
           COMPUTE WRK-DIAS = WRK-SERIAL-HOJE - WRK-SERIAL-SAIDA.
           MOVE CAS-NUMERO      TO WRK-LA-CASO.
           MOVE CAS-CATEGORIA   TO WRK-LA-CATEG.
           MOVE CAS-CLIENTE     TO WRK-LA-CLIENTE.
           MOVE CAS-LOJA        TO WRK-LA-LOJA.
           MOVE CAS-DATA-LIMITE TO WRK-LA-LIMITE.
           MOVE WRK-DIAS        TO WRK-LA-DIAS.
           MOVE CAS-FUNCIONARIO TO WRK-LA-FUNC.
           MOVE SPACES          TO WRK-LA-NOME.
           IF CAS-FUNCIONARIO = ZEROS
                   MOVE 'A DEFINIR' TO WRK-LA-NOME
           ELSE
                   IF WRK-FS-MASTER-OK
                           MOVE 'E'             TO MASTER-TIPO
                           MOVE CAS-FUNCIONARIO TO MASTER-CODIGO
                           READ MASTER-FILE
                               INVALID KEY
                                   MOVE 'NAO CADASTRADO'
                                       TO WRK-LA-NOME
                               NOT INVALID KEY
                                   MOVE MASTER-NOME TO WRK-LA-NOME
                           END-READ
                   END-IF
           END-IF.
           WRITE REP-LINHA FROM WRK-LINHA-ATRASO.
       0290-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL-SAIDA = (WRK-SER-ANO * 360)
                   + (WRK-SER-MES * 30) + WRK-SER-DIA.
       0300-FINALIZAR.
           CLOSE SACCASO-FILE SACRES-FILE.
           MOVE SPACES TO REP-LINHA.
           WRITE REP-LINHA.
           MOVE 'CASOS LIDOS NO SACCASO.DAT' TO WRK-LT-ROTULO.
           MOVE WRK-QTD-LIDOS TO WRK-LT-QTDE.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
           CLOSE REPORT-FILE.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB175' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB175' TO OPLOG-PROGRAMA.
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
