       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB166.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = RECRIACAO E CONFERENCIA DO SUMARIO MENSAL
      *            DE VENDAS SALESUM.DAT (LOJA/MES/DEPARTAMENTO)
      *            CONTRA O DETALHE SALES/PRODSLS (VIVO E
      *            ARQUIVO MORTO)
      * DATA = XX/XX/XXXX
      * 210 - MODO 'R' RECRIA O SALESUM.DAT DO ZERO A PARTIR
      *       DE SALES.DAT/SALESARQ.DAT (LINHA 'L' DA LOJA) E
      *       PRODSLS.DAT/PSLSARQ.DAT (LINHA 'D' POR
      *       DEPARTAMENTO DO PRODUTO), SEM O DIA 00. MODO
      *       'C' (RODADA NOTURNA) MONTA O MESMO SUMARIO EM
      *       SALESUM.CHK E CONFRONTA CHAVE A CHAVE COM O
      *       SALESUM.DAT MANTIDO PELA CARGA: DIFERENCA DE
      *       QUANTIDADE, VALOR OU IMPOSTO, OU LINHA QUE SO
      *       EXISTE DE UM LADO, SAI NO RELATORIO E DEVOLVE
      *       RC=8 (RODAR O MODO 'R' APOS CORRIGIR A CAUSA)
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-FILE ASSIGN TO 'SALES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SALES-CHAVE
               ALTERNATE RECORD KEY IS SALES-DATA
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-SALES.
           SELECT SALESARQ-FILE ASSIGN TO 'SALESARQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SARQ-CHAVE
               ALTERNATE RECORD KEY IS SARQ-DATA
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-SALESARQ.
           SELECT PRODSLS-FILE ASSIGN TO 'PRODSLS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PSL-CHAVE
               FILE STATUS IS WRK-FS-PRODSLS.
           SELECT PSLSARQ-FILE ASSIGN TO 'PSLSARQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PARQ-CHAVE
               FILE STATUS IS WRK-FS-PSLSARQ.
           SELECT PRODUCTS-FILE ASSIGN TO 'PRODUCTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUCTS.
           SELECT SUMNOVO-FILE ASSIGN TO WRK-NOME-ARQ-SUMARIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VNV-CHAVE
               FILE STATUS IS WRK-FS-SUMNOVO.
           SELECT SALESUM-FILE ASSIGN TO 'SALESUM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VSM-CHAVE
               FILE STATUS IS WRK-FS-SALESUM.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB166.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-FILE.
           COPY 'SALEREC.cob'.
       FD  SALESARQ-FILE.
           COPY 'SALEREC.cob' REPLACING LEADING ==SALES-==
               BY ==SARQ-==.
       FD  PRODSLS-FILE.
           COPY 'PSLSREC.cob'.
       FD  PSLSARQ-FILE.
           COPY 'PSLSREC.cob' REPLACING LEADING ==PSL-==
               BY ==PARQ-==.
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  SUMNOVO-FILE.
           COPY 'VSUMREC.cob' REPLACING LEADING ==VSM-==
               BY ==VNV-==.
       FD  SALESUM-FILE.
           COPY 'VSUMREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-SALES    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SALES==.
       77 WRK-FS-SALESARQ PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SALESARQ==.
       77 WRK-FS-PRODSLS  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODSLS==.
       77 WRK-FS-PSLSARQ  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PSLSARQ==.
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-SUMNOVO  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SUMNOVO==.
       77 WRK-FS-SALESUM  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SALESUM==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-SW-MODO     PIC X(01) VALUE SPACES.
           88 WRK-MODO-RECRIAR  VALUE 'R'.
           88 WRK-MODO-CONFERIR VALUE 'C'.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-SW-PRODUCTS PIC X(01) VALUE 'N'.
           88 WRK-PRODUCTS-ABERTO VALUE 'S'.
       01 WRK-NOME-ARQ-SUMARIO.
           02 FILLER          PIC X(08) VALUE 'SALESUM.'.
           02 WRK-NS-EXTENSAO PIC X(03) VALUE 'DAT'.
       01 WRK-SUMARIO.
           02 WRK-SUM-ANOMES  PIC 9(06).
           02 WRK-SUM-LOJA    PIC 9(03).
           02 WRK-SUM-TIPO    PIC X(01).
           02 WRK-SUM-DEPTO   PIC 9(02).
           02 WRK-SUM-QTDE    PIC S9(09).
           02 WRK-SUM-VALOR   PIC S9(13)V99.
           02 WRK-SUM-IMPOSTO PIC S9(11)V99.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-SALES     PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-PRODSLS   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-LINHAS    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DIFERENCAS PIC 9(07) VALUE ZEROS.
       77 WRK-SOMA-DET-LOJA PIC S9(15)V99 VALUE ZEROS.
       77 WRK-SOMA-DET-DEPTO PIC S9(15)V99 VALUE ZEROS.
       77 WRK-SOMA-SUM-LOJA PIC S9(15)V99 VALUE ZEROS.
       77 WRK-SOMA-SUM-DEPTO PIC S9(15)V99 VALUE ZEROS.
       77 WRK-CHAVE-NOVO    PIC X(12) VALUE SPACES.
       77 WRK-CHAVE-SUM     PIC X(12) VALUE SPACES.
       77 WRK-OCORRENCIA    PIC X(16) VALUE SPACES.
       01 WRK-DIFERENCA.
           02 WRK-DIF-ANOMES  PIC 9(06).
           02 WRK-DIF-LOJA    PIC 9(03).
           02 WRK-DIF-TIPO    PIC X(01).
           02 WRK-DIF-DEPTO   PIC 9(02).
           02 WRK-DIF-DETALHE PIC S9(13)V99.
           02 WRK-DIF-SUMARIO PIC S9(13)V99.
       01 WRK-LINHA-DIF.
           02 WRK-LD-ANOMES   PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LD-LOJA     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LD-TIPO     PIC X(01).
           02 WRK-LD-DEPTO    PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LD-DETALHE  PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LD-SUMARIO  PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LD-OCORRENCIA PIC X(16).
           02 FILLER          PIC X(02) VALUE SPACES.
       01 WRK-LINHA-SOMA.
           02 WRK-LS-TEXTO    PIC X(20).
           02 FILLER          PIC X(09) VALUE ' DETALHE '.
           02 WRK-LS-DETALHE  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(09) VALUE ' SUMARIO '.
           02 WRK-LS-SUMARIO  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
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
           IF WRK-MODO-RECRIAR OR WRK-MODO-CONFERIR
                   PERFORM 0200-MONTAR-SUMARIO
                   IF WRK-MODO-CONFERIR
                           PERFORM 0400-CONFERIR-SUMARIO
                   END-IF
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'MODO (R=RECRIAR SALESUM.DAT / C=CONFERIR): '.
           ACCEPT  WRK-SW-MODO FROM CONSOLE.
           EVALUATE TRUE
                   WHEN WRK-MODO-RECRIAR
                             MOVE 'DAT' TO WRK-NS-EXTENSAO
                   WHEN WRK-MODO-CONFERIR
                             MOVE 'CHK' TO WRK-NS-EXTENSAO
                   WHEN OTHER
                             DISPLAY 'MODO INVALIDO - NADA FEITO'
                             MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'SUMARIO DE VENDAS' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
       0200-MONTAR-SUMARIO.
           OPEN OUTPUT SUMNOVO-FILE.
           CLOSE SUMNOVO-FILE.
           OPEN I-O SUMNOVO-FILE.
           OPEN INPUT PRODUCTS-FILE.
           IF WRK-FS-PRODUCTS-OK
                   MOVE 'S' TO WRK-SW-PRODUCTS
           ELSE
                   DISPLAY 'PRODUCTS.DAT NAO ENCONTRADO - VENDA POR '
                           'PRODUTO FICA SEM DEPARTAMENTO'
           END-IF.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT SALESARQ-FILE.
           IF WRK-FS-SALESARQ-OK
                   PERFORM 0210-LER-SALESARQ UNTIL WRK-FIM-VARRE
           END-IF.
           CLOSE SALESARQ-FILE.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT SALES-FILE.
           IF WRK-FS-SALES-OK
                   PERFORM 0215-LER-SALES UNTIL WRK-FIM-VARRE
           ELSE
                   DISPLAY 'SALES.DAT NAO ENCONTRADO'
           END-IF.
           CLOSE SALES-FILE.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT PSLSARQ-FILE.
           IF WRK-FS-PSLSARQ-OK
                   PERFORM 0230-LER-PSLSARQ UNTIL WRK-FIM-VARRE
           END-IF.
           CLOSE PSLSARQ-FILE.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT PRODSLS-FILE.
           IF WRK-FS-PRODSLS-OK
                   PERFORM 0235-LER-PRODSLS UNTIL WRK-FIM-VARRE
           ELSE
                   DISPLAY 'PRODSLS.DAT NAO ENCONTRADO'
           END-IF.
           CLOSE PRODSLS-FILE.
           IF WRK-PRODUCTS-ABERTO
                   CLOSE PRODUCTS-FILE
           END-IF.
           CLOSE SUMNOVO-FILE.
       0210-LER-SALESARQ.
           READ SALESARQ-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   MOVE SARQ-REGISTRO TO SALES-REGISTRO
                   PERFORM 0220-SOMAR-LOJA
           END-READ.
       0215-LER-SALES.
           READ SALES-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   PERFORM 0220-SOMAR-LOJA
           END-READ.
       0220-SOMAR-LOJA.
           IF SALES-DATA(7:2) NOT = '00'
                   ADD 1 TO WRK-QTD-SALES
                   ADD SALES-TOTAL TO WRK-SOMA-DET-LOJA
                   MOVE SALES-DATA(1:6) TO WRK-SUM-ANOMES
                   MOVE SALES-LOJA      TO WRK-SUM-LOJA
                   MOVE 'L'             TO WRK-SUM-TIPO
                   MOVE ZEROS           TO WRK-SUM-DEPTO
                   MOVE SALES-QTDE      TO WRK-SUM-QTDE
                   MOVE SALES-TOTAL     TO WRK-SUM-VALOR
                   MOVE SALES-IMPOSTO   TO WRK-SUM-IMPOSTO
                   PERFORM 0250-ACUMULAR-SUMARIO
           END-IF.
       0230-LER-PSLSARQ.
           READ PSLSARQ-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   MOVE PARQ-REGISTRO TO PSL-REGISTRO
                   PERFORM 0240-SOMAR-DEPTO
           END-READ.
       0235-LER-PRODSLS.
           READ PRODSLS-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   PERFORM 0240-SOMAR-DEPTO
           END-READ.
       0240-SOMAR-DEPTO.
           ADD 1 TO WRK-QTD-PRODSLS.
           ADD PSL-VALOR TO WRK-SOMA-DET-DEPTO.
           MOVE ZEROS TO WRK-SUM-DEPTO.
           IF WRK-PRODUCTS-ABERTO
                   MOVE PSL-PRODUTO TO PROD-CODIGO
                   READ PRODUCTS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PROD-DEPTO TO WRK-SUM-DEPTO
                   END-READ
           END-IF.
           MOVE PSL-DATA(1:6) TO WRK-SUM-ANOMES.
           MOVE PSL-LOJA      TO WRK-SUM-LOJA.
           MOVE 'D'           TO WRK-SUM-TIPO.
           MOVE PSL-QTDE      TO WRK-SUM-QTDE.
           MOVE PSL-VALOR     TO WRK-SUM-VALOR.
           MOVE ZEROS         TO WRK-SUM-IMPOSTO.
           PERFORM 0250-ACUMULAR-SUMARIO.
       0250-ACUMULAR-SUMARIO.
           MOVE WRK-SUM-ANOMES TO VNV-ANOMES.
           MOVE WRK-SUM-LOJA   TO VNV-LOJA.
           MOVE WRK-SUM-TIPO   TO VNV-TIPO.
           MOVE WRK-SUM-DEPTO  TO VNV-DEPTO.
           READ SUMNOVO-FILE
               INVALID KEY
                   MOVE ZEROS TO VNV-QTDE VNV-VALOR VNV-IMPOSTO
           END-READ.
           ADD WRK-SUM-QTDE    TO VNV-QTDE.
           ADD WRK-SUM-VALOR   TO VNV-VALOR.
           ADD WRK-SUM-IMPOSTO TO VNV-IMPOSTO.
           MOVE WRK-DATA-HOJE  TO VNV-DATA-ATUALIZ.
           IF WRK-FS-SUMNOVO-NAO-ENCONTRADO
                   WRITE VNV-REGISTRO
                   ADD 1 TO WRK-QTD-LINHAS
           ELSE
                   REWRITE VNV-REGISTRO
           END-IF.
       0400-CONFERIR-SUMARIO.
           MOVE '--- DIFERENCAS DETALHE X SUMARIO ---'
               TO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           OPEN INPUT SUMNOVO-FILE.
           PERFORM 0410-LER-NOVO.
           OPEN INPUT SALESUM-FILE.
           IF WRK-FS-SALESUM-OK
                   PERFORM 0415-LER-SUMARIO
           ELSE
                   DISPLAY 'SALESUM.DAT NAO ENCONTRADO'
                   MOVE HIGH-VALUES TO WRK-CHAVE-SUM
           END-IF.
           PERFORM 0420-CONFRONTAR
                   UNTIL WRK-CHAVE-NOVO = HIGH-VALUES
                     AND WRK-CHAVE-SUM = HIGH-VALUES.
           CLOSE SUMNOVO-FILE SALESUM-FILE.
           MOVE 'TOTAL DAS LOJAS'    TO WRK-LS-TEXTO.
           MOVE WRK-SOMA-DET-LOJA    TO WRK-LS-DETALHE.
           MOVE WRK-SOMA-SUM-LOJA    TO WRK-LS-SUMARIO.
           WRITE REP-LINHA FROM WRK-LINHA-SOMA.
           DISPLAY WRK-LINHA-SOMA.
           MOVE 'TOTAL DOS DEPTOS'   TO WRK-LS-TEXTO.
           MOVE WRK-SOMA-DET-DEPTO   TO WRK-LS-DETALHE.
           MOVE WRK-SOMA-SUM-DEPTO   TO WRK-LS-SUMARIO.
           WRITE REP-LINHA FROM WRK-LINHA-SOMA.
           DISPLAY WRK-LINHA-SOMA.
           IF WRK-QTD-DIFERENCAS > ZEROS
                   MOVE 8 TO RETURN-CODE
           END-IF.
       0410-LER-NOVO.
           READ SUMNOVO-FILE NEXT
               AT END
                   MOVE HIGH-VALUES TO WRK-CHAVE-NOVO
               NOT AT END
                   MOVE VNV-CHAVE TO WRK-CHAVE-NOVO
           END-READ.
       0415-LER-SUMARIO.
           READ SALESUM-FILE NEXT
               AT END
                   MOVE HIGH-VALUES TO WRK-CHAVE-SUM
               NOT AT END
                   MOVE VSM-CHAVE TO WRK-CHAVE-SUM
                   IF VSM-TOTAL-LOJA
                           ADD VSM-VALOR TO WRK-SOMA-SUM-LOJA
                   ELSE
                           ADD VSM-VALOR TO WRK-SOMA-SUM-DEPTO
                   END-IF
           END-READ.
       0420-CONFRONTAR.
           ADD 1 TO WRK-CONTADOR.
           EVALUATE TRUE
                   WHEN WRK-CHAVE-NOVO = WRK-CHAVE-SUM
                             IF VNV-QTDE NOT = VSM-QTDE
                                OR VNV-VALOR NOT = VSM-VALOR
                                OR VNV-IMPOSTO NOT = VSM-IMPOSTO
                                     MOVE VNV-CHAVE TO WRK-DIFERENCA
                                     MOVE VNV-VALOR
                                         TO WRK-DIF-DETALHE
                                     MOVE VSM-VALOR
                                         TO WRK-DIF-SUMARIO
                                     MOVE 'VALOR DIFERENTE'
                                         TO WRK-OCORRENCIA
                                     PERFORM 0430-LISTAR-DIFERENCA
                             END-IF
                             PERFORM 0410-LER-NOVO
                             PERFORM 0415-LER-SUMARIO
                   WHEN WRK-CHAVE-NOVO < WRK-CHAVE-SUM
                             IF VNV-QTDE NOT = ZEROS
                                OR VNV-VALOR NOT = ZEROS
                                OR VNV-IMPOSTO NOT = ZEROS
                                     MOVE VNV-CHAVE TO WRK-DIFERENCA
                                     MOVE VNV-VALOR
                                         TO WRK-DIF-DETALHE
                                     MOVE ZEROS TO WRK-DIF-SUMARIO
                                     MOVE 'FALTA NO SUMARIO'
                                         TO WRK-OCORRENCIA
                                     PERFORM 0430-LISTAR-DIFERENCA
                             END-IF
                             PERFORM 0410-LER-NOVO
                   WHEN OTHER
                             IF VSM-QTDE NOT = ZEROS
                                OR VSM-VALOR NOT = ZEROS
                                OR VSM-IMPOSTO NOT = ZEROS
                                     MOVE VSM-CHAVE TO WRK-DIFERENCA
                                     MOVE ZEROS TO WRK-DIF-DETALHE
                                     MOVE VSM-VALOR
                                         TO WRK-DIF-SUMARIO
                                     MOVE 'SOBRA NO SUMARIO'
                                         TO WRK-OCORRENCIA
                                     PERFORM 0430-LISTAR-DIFERENCA
                             END-IF
                             PERFORM 0415-LER-SUMARIO
           END-EVALUATE.
       0430-LISTAR-DIFERENCA.
           ADD 1 TO WRK-QTD-DIFERENCAS.
           MOVE WRK-DIF-ANOMES  TO WRK-LD-ANOMES.
           MOVE WRK-DIF-LOJA    TO WRK-LD-LOJA.
           MOVE WRK-DIF-TIPO    TO WRK-LD-TIPO.
           MOVE WRK-DIF-DEPTO   TO WRK-LD-DEPTO.
           MOVE WRK-DIF-DETALHE TO WRK-LD-DETALHE.
           MOVE WRK-DIF-SUMARIO TO WRK-LD-SUMARIO.
           MOVE WRK-OCORRENCIA TO WRK-LD-OCORRENCIA.
           WRITE REP-LINHA FROM WRK-LINHA-DIF.
           DISPLAY WRK-LINHA-DIF.
       0300-FINALIZAR.
           CLOSE REPORT-FILE.
           DISPLAY 'TOTAIS LOJA/DIA LIDOS ===> ' WRK-QTD-SALES.
           DISPLAY 'VENDAS POR PRODUTO LIDAS ===> ' WRK-QTD-PRODSLS.
           DISPLAY 'LINHAS DO SUMARIO ===> ' WRK-QTD-LINHAS.
           IF WRK-MODO-CONFERIR
                   DISPLAY 'DIFERENCAS ENCONTRADAS ===> '
                           WRK-QTD-DIFERENCAS
           END-IF.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB166' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB166' TO OPLOG-PROGRAMA.
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
