       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB145.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = PACOTE NOTURNO DE RETORNO PARA CADA LOJA
      *            (LOJAnnn.PKG) - O CAMINHO INVERSO DO
      *            COLETOR PROGCOB70
      * DATA = XX/XX/XXXX
      * 198 - PARA CADA LOJA 'L' ATIVA DO MESTRE GERA O PACOTE
      *       COM CABECALHO (SEQUENCIA DA LOJA), DETALHES E
      *       TRAILER (QTDE/HASH): PRODUTOS ALTERADOS DESDE A
      *       ULTIMA FOTO (PRODFOTO.DAT), PRECOS DE PRECOS.DAT
      *       COM VIGENCIA POSTERIOR A JA ENVIADA ATE O DIA
      *       SEGUINTE, SALDOS DE CREDITO DE LOJA, PARCELAS EM
      *       ABERTO DA LOJA POR CLIENTE E OS TOTAIS FLASH DO
      *       DIA DE NEGOCIO ENCERRADO (SALES.DAT). PRIMEIRO
      *       PACOTE OU PACOTE ANTERIOR NAO CONFIRMADO PELA
      *       LOJA (PROGCOB70) VAI COMO CARGA COMPLETA. LOJA
      *       COM PACOTE JA GERADO NA DATA NAO E REPETIDA.
      *       CONTROLE POR LOJA EM PKGCTL.DAT
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WRK-FS-MASTER.
           SELECT PKGCTL-FILE ASSIGN TO 'PKGCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PKC-LOJA
               FILE STATUS IS WRK-FS-PKGCTL.
           SELECT PRODUCTS-FILE ASSIGN TO 'PRODUCTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUCTS.
           SELECT PRODFOTO-FILE ASSIGN TO 'PRODFOTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PFT-CODIGO
               FILE STATUS IS WRK-FS-PRODFOTO.
           SELECT PRODALT-FILE ASSIGN TO 'PRODALT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRODALT.
           SELECT PRECOS-FILE ASSIGN TO 'PRECOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRECOS.
           SELECT CREDITO-FILE ASSIGN TO 'CREDITO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRED-CLIENTE
               FILE STATUS IS WRK-FS-CREDITO.
           SELECT PARCELAS-FILE ASSIGN TO 'PARCELAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WRK-FS-PARCELAS.
           SELECT SALES-FILE ASSIGN TO 'SALES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SALES-CHAVE
               ALTERNATE RECORD KEY IS SALES-DATA
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-SALES.
           SELECT PACOTE-FILE ASSIGN TO WRK-NOME-ARQ-PACOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PACOTE.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB145.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  PKGCTL-FILE.
           COPY 'PKGCREC.cob'.
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  PRODFOTO-FILE.
           COPY 'PRODREC.cob' REPLACING LEADING ==PROD-==
               BY ==PFT-==.
       FD  PRODALT-FILE.
           COPY 'PRODREC.cob' REPLACING LEADING ==PROD-==
               BY ==PAL-==.
       FD  PRECOS-FILE.
       01  PRC-REGISTRO.
           02 PRC-PRODUTO       PIC 9(05).
           02 PRC-DATA-VIGENCIA PIC 9(08).
           02 PRC-PRECO         PIC 9(05)V99.
       FD  CREDITO-FILE.
           COPY 'CREDREC.cob'.
       FD  PARCELAS-FILE.
           COPY 'PARCREC.cob'.
       FD  SALES-FILE.
           COPY 'SALEREC.cob'.
       FD  PACOTE-FILE.
           COPY 'PKGREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-MASTER   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-FS-PKGCTL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PKGCTL==.
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-PRODFOTO PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODFOTO==.
       77 WRK-FS-PRODALT  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODALT==.
       77 WRK-FS-PRECOS   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRECOS==.
       77 WRK-FS-CREDITO  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CREDITO==.
       77 WRK-FS-PARCELAS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PARCELAS==.
       77 WRK-FS-SALES    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SALES==.
       77 WRK-FS-PACOTE   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PACOTE==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-DIA-UTIL.
           02 WRK-DU-FUNCAO      PIC X(01).
           02 WRK-DU-DATA        PIC 9(08).
           02 WRK-DU-RESULTADO   PIC X(01).
           02 WRK-DU-PROXIMA     PIC 9(08).
           02 WRK-DU-REGIAO      PIC 9(02).
           02 WRK-DU-DIAS        PIC 9(03).
       01 WRK-NOME-ARQ-PACOTE.
           02 FILLER        PIC X(04) VALUE 'LOJA'.
           02 WRK-NP-CODIGO PIC 9(03).
           02 FILLER        PIC X(04) VALUE '.PKG'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-VIGOR    PIC 9(08) VALUE ZEROS.
       77 WRK-VIGOR-DESDE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FOTO-ANT PIC 9(08) VALUE ZEROS.
       77 WRK-CODIGO-LOJA   PIC 9(03) VALUE ZEROS.
       77 WRK-LOJA-CTL      PIC 9(03) VALUE ZEROS.
       77 WRK-SEQ-PACOTE    PIC 9(06) VALUE ZEROS.
       77 WRK-SW-CARGA      PIC X(01) VALUE 'P'.
           88 WRK-CARGA-PARCIAL  VALUE 'P'.
           88 WRK-CARGA-COMPLETA VALUE 'C'.
       77 WRK-SW-FIM        PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO VALUE 'S'.
       77 WRK-SW-FIM-MASTER PIC X(01) VALUE 'N'.
           88 WRK-FIM-MASTER VALUE 'S'.
       77 WRK-SW-CTL-EXISTE PIC X(01) VALUE 'N'.
           88 WRK-CTL-EXISTE VALUE 'S'.
       77 WRK-SW-SALES      PIC X(01) VALUE 'N'.
           88 WRK-SALES-ABERTO VALUE 'S'.
       77 WRK-SW-FLASH      PIC X(01) VALUE 'N'.
           88 WRK-TEM-FLASH VALUE 'S'.
       77 WRK-SW-REENVIO    PIC X(01) VALUE 'N'.
           88 WRK-REENVIO VALUE 'S'.
       77 WRK-QTD-PROD-ALT  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LOJAS     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PACOTES   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-JA-GERADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-REENVIOS  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-DET       PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PRODUTOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PRECOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CREDITOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PARCELAS  PIC 9(05) VALUE ZEROS.
       77 WRK-HASH-PACOTE   PIC S9(13)V99 VALUE ZEROS.
       77 WRK-PC-CLIENTE    PIC 9(06) VALUE ZEROS.
       77 WRK-PC-QTDE       PIC 9(03) VALUE ZEROS.
       77 WRK-PC-SALDO      PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PC-VENCTO     PIC 9(08) VALUE ZEROS.
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-PACOTE.
           02 WRK-LP-LOJA     PIC 9(03).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LP-SEQ      PIC 9(06).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LP-CARGA    PIC X(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LP-PROD     PIC ZZZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LP-PRECO    PIC ZZZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LP-CRED     PIC ZZZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LP-PARC     PIC ZZZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LP-DET      PIC ZZZZZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LP-OBS      PIC X(10).
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
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM-MASTER.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO = 'S'
                   MOVE WRK-BD-DATA TO WRK-DATA-NEGOCIO
           ELSE
                   ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.
           MOVE 'S'              TO WRK-DU-FUNCAO.
           MOVE WRK-DATA-NEGOCIO TO WRK-DU-DATA.
           MOVE ZEROS            TO WRK-DU-REGIAO.
           MOVE 1                TO WRK-DU-DIAS.
           CALL 'PROGCOB40' USING WRK-DIA-UTIL.
           MOVE WRK-DU-PROXIMA   TO WRK-DATA-VIGOR.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'PACOTES PARA LOJAS' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-NEGOCIO     TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           OPEN I-O PKGCTL-FILE.
           IF WRK-FS-PKGCTL-ARQ-INEXISTENTE
                   CLOSE PKGCTL-FILE
                   OPEN OUTPUT PKGCTL-FILE
                   CLOSE PKGCTL-FILE
                   OPEN I-O PKGCTL-FILE
           END-IF.
           PERFORM 0110-LER-CONTROLE-GERAL.
           PERFORM 0120-APURAR-PRODUTOS.
           OPEN INPUT SALES-FILE.
           IF WRK-FS-SALES-OK
                   MOVE 'S' TO WRK-SW-SALES
           END-IF.
           IF NOT WRK-FIM-MASTER
                   OPEN INPUT MASTER-FILE
                   IF NOT WRK-FS-MASTER-OK
                           DISPLAY 'MASTER.DAT NAO ENCONTRADO'
                           MOVE 'S' TO WRK-SW-FIM-MASTER
                           MOVE 8   TO RETURN-CODE
                   END-IF
           END-IF.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING 'PRECOS COM VIGENCIA ATE ' WRK-DATA-VIGOR
                  ' - PRODUTOS ALTERADOS ' WRK-QTD-PROD-ALT
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
       0110-LER-CONTROLE-GERAL.
           MOVE ZEROS TO WRK-LOJA-CTL PKC-LOJA.
           MOVE 'S'   TO WRK-SW-CTL-EXISTE.
           READ PKGCTL-FILE
               INVALID KEY
                   PERFORM 0215-INICIAR-CONTROLE
           END-READ.
           MOVE PKC-DATA-ENVIO TO WRK-DATA-FOTO-ANT.
       0120-APURAR-PRODUTOS.
           MOVE 'N'   TO WRK-SW-FIM.
           MOVE ZEROS TO WRK-QTD-PROD-ALT.
           OPEN INPUT PRODUCTS-FILE.
           IF NOT WRK-FS-PRODUCTS-OK
                   DISPLAY 'PRODUCTS.DAT NAO ENCONTRADO'
                   CLOSE PRODUCTS-FILE
                   MOVE 'S' TO WRK-SW-FIM-MASTER
                   MOVE 8   TO RETURN-CODE
           ELSE
                   OPEN I-O PRODFOTO-FILE
                   IF WRK-FS-PRODFOTO-ARQ-INEXISTENTE
                           CLOSE PRODFOTO-FILE
                           OPEN OUTPUT PRODFOTO-FILE
                           CLOSE PRODFOTO-FILE
                           OPEN I-O PRODFOTO-FILE
                   END-IF
                   OPEN OUTPUT PRODALT-FILE
                   PERFORM 0125-LER-PRODUTO UNTIL WRK-FIM-ARQUIVO
                   CLOSE PRODUCTS-FILE PRODFOTO-FILE PRODALT-FILE
                   PERFORM 0128-GRAVAR-CONTROLE-GERAL
           END-IF.
       0125-LER-PRODUTO.
           READ PRODUCTS-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   PERFORM 0126-CONFRONTAR-FOTO
           END-READ.
       0126-CONFRONTAR-FOTO.
           MOVE PROD-CODIGO TO PFT-CODIGO.
           READ PRODFOTO-FILE
               INVALID KEY
                   WRITE PFT-REGISTRO FROM PROD-REGISTRO
                   WRITE PAL-REGISTRO FROM PROD-REGISTRO
                   ADD 1 TO WRK-QTD-PROD-ALT
               NOT INVALID KEY
                   IF PFT-REGISTRO NOT = PROD-REGISTRO
                           REWRITE PFT-REGISTRO FROM PROD-REGISTRO
                           WRITE PAL-REGISTRO FROM PROD-REGISTRO
                           ADD 1 TO WRK-QTD-PROD-ALT
                   END-IF
           END-READ.
       0128-GRAVAR-CONTROLE-GERAL.
           MOVE ZEROS TO WRK-LOJA-CTL PKC-LOJA.
           MOVE 'S'   TO WRK-SW-CTL-EXISTE.
           READ PKGCTL-FILE
               INVALID KEY
                   PERFORM 0215-INICIAR-CONTROLE
           END-READ.
           MOVE WRK-DATA-NEGOCIO TO PKC-DATA-ENVIO.
           MOVE WRK-QTD-PROD-ALT TO PKC-QTDE.
           IF WRK-CTL-EXISTE
                   REWRITE PKC-REGISTRO
           ELSE
                   WRITE PKC-REGISTRO
           END-IF.
       0200-PROCESSAR.
           READ MASTER-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM-MASTER
               NOT AT END
                   IF MASTER-LOJA AND MASTER-ATIVO-SIM
                           ADD 1 TO WRK-QTD-LOJAS
                           MOVE MASTER-CODIGO TO WRK-CODIGO-LOJA
                           PERFORM 0210-GERAR-PACOTE
                   END-IF
           END-READ.
       0210-GERAR-PACOTE.
           MOVE WRK-CODIGO-LOJA TO WRK-LOJA-CTL PKC-LOJA
                                   WRK-NP-CODIGO.
           MOVE 'S' TO WRK-SW-CTL-EXISTE.
           READ PKGCTL-FILE
               INVALID KEY
                   PERFORM 0215-INICIAR-CONTROLE
           END-READ.
           IF PKC-DATA-ENVIO = WRK-DATA-NEGOCIO
                   ADD 1 TO WRK-QTD-JA-GERADOS
                   MOVE ZEROS TO WRK-QTD-PRODUTOS WRK-QTD-PRECOS
                                 WRK-QTD-CREDITOS WRK-QTD-PARCELAS
                   MOVE PKC-SEQ-ENVIADA TO WRK-SEQ-PACOTE
                   MOVE PKC-QTDE        TO WRK-QTD-DET
                   MOVE PKC-CARGA       TO WRK-SW-CARGA
                   MOVE 'JA GERADO'     TO WRK-LP-OBS
                   PERFORM 0290-IMPRIMIR-PACOTE
           ELSE
                   PERFORM 0220-MONTAR-PACOTE
           END-IF.
       0215-INICIAR-CONTROLE.
           MOVE WRK-LOJA-CTL TO PKC-LOJA.
           MOVE ZEROS TO PKC-SEQ-ENVIADA PKC-DATA-ENVIO
                         PKC-DATA-VIGOR PKC-QTDE
                         PKC-SEQ-CONFIRMADA PKC-DATA-CONFIRM.
           MOVE SPACES TO PKC-CARGA.
           MOVE 'N' TO WRK-SW-CTL-EXISTE.
       0220-MONTAR-PACOTE.
           MOVE 'N' TO WRK-SW-REENVIO WRK-SW-FLASH.
           IF PKC-SEQ-ENVIADA > ZEROS
              AND PKC-SEQ-CONFIRMADA NOT = PKC-SEQ-ENVIADA
                   MOVE 'S' TO WRK-SW-REENVIO
                   ADD 1 TO WRK-QTD-REENVIOS
           END-IF.
           IF PKC-SEQ-ENVIADA = ZEROS OR WRK-REENVIO
              OR PKC-DATA-ENVIO < WRK-DATA-FOTO-ANT
                   MOVE 'C'   TO WRK-SW-CARGA
                   MOVE ZEROS TO WRK-VIGOR-DESDE
           ELSE
                   MOVE 'P'   TO WRK-SW-CARGA
                   MOVE PKC-DATA-VIGOR TO WRK-VIGOR-DESDE
           END-IF.
           COMPUTE WRK-SEQ-PACOTE = PKC-SEQ-ENVIADA + 1.
           MOVE ZEROS TO WRK-QTD-DET WRK-HASH-PACOTE
                         WRK-QTD-PRODUTOS WRK-QTD-PRECOS
                         WRK-QTD-CREDITOS WRK-QTD-PARCELAS.
           OPEN OUTPUT PACOTE-FILE.
           MOVE 'H'    TO PKG-TIPO-REG.
           MOVE SPACES TO PKG-DADOS.
           MOVE WRK-CODIGO-LOJA  TO PKG-CAB-LOJA.
           MOVE WRK-SEQ-PACOTE   TO PKG-CAB-SEQUENCIA.
           MOVE WRK-DATA-NEGOCIO TO PKG-CAB-DATA.
           MOVE WRK-SW-CARGA     TO PKG-CAB-CARGA.
           MOVE 'CENTRAL   '     TO PKG-CAB-ORIGEM.
           WRITE PKG-REGISTRO.
           PERFORM 0230-INCLUIR-PRODUTOS.
           PERFORM 0240-INCLUIR-PRECOS.
           PERFORM 0250-INCLUIR-CREDITOS.
           PERFORM 0260-INCLUIR-PARCELAS.
           PERFORM 0270-INCLUIR-FLASH.
           MOVE 'T'    TO PKG-TIPO-REG.
           MOVE SPACES TO PKG-DADOS.
           MOVE WRK-SEQ-PACOTE  TO PKG-TRL-SEQUENCIA.
           MOVE WRK-QTD-DET     TO PKG-TRL-QTDE.
           MOVE WRK-HASH-PACOTE TO PKG-TRL-HASH.
           WRITE PKG-REGISTRO.
           CLOSE PACOTE-FILE.
           MOVE WRK-SEQ-PACOTE   TO PKC-SEQ-ENVIADA.
           MOVE WRK-DATA-NEGOCIO TO PKC-DATA-ENVIO.
           MOVE WRK-DATA-VIGOR   TO PKC-DATA-VIGOR.
           MOVE WRK-SW-CARGA     TO PKC-CARGA.
           MOVE WRK-QTD-DET      TO PKC-QTDE.
           IF WRK-CTL-EXISTE
                   REWRITE PKC-REGISTRO
           ELSE
                   WRITE PKC-REGISTRO
           END-IF.
           ADD 1 TO WRK-QTD-PACOTES.
           ADD WRK-QTD-DET TO WRK-CONTADOR.
           EVALUATE TRUE
                   WHEN WRK-REENVIO
                       MOVE 'REENVIO'   TO WRK-LP-OBS
                   WHEN NOT WRK-TEM-FLASH
                       MOVE 'SEM FLASH' TO WRK-LP-OBS
                   WHEN OTHER
                       MOVE SPACES      TO WRK-LP-OBS
           END-EVALUATE.
           PERFORM 0290-IMPRIMIR-PACOTE.
       0230-INCLUIR-PRODUTOS.
           MOVE 'N' TO WRK-SW-FIM.
           IF WRK-CARGA-COMPLETA
                   OPEN INPUT PRODUCTS-FILE
                   IF WRK-FS-PRODUCTS-OK
                           PERFORM 0232-LER-PRODUTO
                                   UNTIL WRK-FIM-ARQUIVO
                   END-IF
                   CLOSE PRODUCTS-FILE
           ELSE
                   OPEN INPUT PRODALT-FILE
                   IF WRK-FS-PRODALT-OK
                           PERFORM 0234-LER-PRODUTO-ALTERADO
                                   UNTIL WRK-FIM-ARQUIVO
                   END-IF
                   CLOSE PRODALT-FILE
           END-IF.
       0232-LER-PRODUTO.
           READ PRODUCTS-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   PERFORM 0236-PREPARAR-DETALHE
                   MOVE 'P'           TO PKG-DET-TIPO
                   MOVE PROD-CODIGO   TO PKG-PROD-CODIGO
                   MOVE PROD-NOME     TO PKG-PROD-NOME
                   MOVE PROD-ATIVO    TO PKG-PROD-ATIVO
                   MOVE PROD-DEPTO    TO PKG-PROD-DEPTO
                   PERFORM 0280-GRAVAR-DETALHE
                   ADD 1 TO WRK-QTD-PRODUTOS
           END-READ.
       0234-LER-PRODUTO-ALTERADO.
           READ PRODALT-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   PERFORM 0236-PREPARAR-DETALHE
                   MOVE 'P'           TO PKG-DET-TIPO
                   MOVE PAL-CODIGO    TO PKG-PROD-CODIGO
                   MOVE PAL-NOME      TO PKG-PROD-NOME
                   MOVE PAL-ATIVO     TO PKG-PROD-ATIVO
                   MOVE PAL-DEPTO     TO PKG-PROD-DEPTO
                   PERFORM 0280-GRAVAR-DETALHE
                   ADD 1 TO WRK-QTD-PRODUTOS
           END-READ.
       0236-PREPARAR-DETALHE.
           MOVE 'D'    TO PKG-TIPO-REG.
           MOVE SPACES TO PKG-DADOS.
       0240-INCLUIR-PRECOS.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT PRECOS-FILE.
           IF WRK-FS-PRECOS-OK
                   PERFORM 0242-LER-PRECO UNTIL WRK-FIM-ARQUIVO
           END-IF.
           CLOSE PRECOS-FILE.
       0242-LER-PRECO.
           READ PRECOS-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF PRC-DATA-VIGENCIA > WRK-VIGOR-DESDE
                      AND PRC-DATA-VIGENCIA NOT > WRK-DATA-VIGOR
                           PERFORM 0236-PREPARAR-DETALHE
                           MOVE 'R'               TO PKG-DET-TIPO
                           MOVE PRC-PRODUTO       TO PKG-PREC-PRODUTO
                           MOVE PRC-DATA-VIGENCIA
                               TO PKG-PREC-VIGENCIA
                           MOVE PRC-PRECO         TO PKG-PREC-PRECO
                           PERFORM 0280-GRAVAR-DETALHE
                           ADD PRC-PRECO TO WRK-HASH-PACOTE
                           ADD 1 TO WRK-QTD-PRECOS
                   END-IF
           END-READ.
       0250-INCLUIR-CREDITOS.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT CREDITO-FILE.
           IF WRK-FS-CREDITO-OK
                   PERFORM 0252-LER-CREDITO UNTIL WRK-FIM-ARQUIVO
           END-IF.
           CLOSE CREDITO-FILE.
       0252-LER-CREDITO.
           READ CREDITO-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF CRED-SALDO NOT = ZEROS
                           PERFORM 0236-PREPARAR-DETALHE
                           MOVE 'C'               TO PKG-DET-TIPO
                           MOVE CRED-CLIENTE      TO PKG-CRED-CLIENTE
                           MOVE CRED-SALDO        TO PKG-CRED-SALDO
                           MOVE CRED-DATA-ULT-MOV
                               TO PKG-CRED-DATA-MOV
                           PERFORM 0280-GRAVAR-DETALHE
                           ADD CRED-SALDO TO WRK-HASH-PACOTE
                           ADD 1 TO WRK-QTD-CREDITOS
                   END-IF
           END-READ.
       0260-INCLUIR-PARCELAS.
           MOVE 'N'   TO WRK-SW-FIM.
           MOVE ZEROS TO WRK-PC-CLIENTE WRK-PC-QTDE
                         WRK-PC-SALDO WRK-PC-VENCTO.
           OPEN INPUT PARCELAS-FILE.
           IF WRK-FS-PARCELAS-OK
                   PERFORM 0262-LER-PARCELA UNTIL WRK-FIM-ARQUIVO
                   PERFORM 0265-EMITIR-CLIENTE
           END-IF.
           CLOSE PARCELAS-FILE.
       0262-LER-PARCELA.
           READ PARCELAS-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF PAR-LOJA = WRK-CODIGO-LOJA AND PAR-ABERTA
                           PERFORM 0264-ACUMULAR-PARCELA
                   END-IF
           END-READ.
       0264-ACUMULAR-PARCELA.
           IF PAR-CLIENTE NOT = WRK-PC-CLIENTE
                   PERFORM 0265-EMITIR-CLIENTE
                   MOVE PAR-CLIENTE TO WRK-PC-CLIENTE
                   MOVE ZEROS TO WRK-PC-QTDE WRK-PC-SALDO
                                 WRK-PC-VENCTO
           END-IF.
           ADD 1 TO WRK-PC-QTDE.
           COMPUTE WRK-PC-SALDO = WRK-PC-SALDO
                   + PAR-VALOR - PAR-VALOR-PAGO
                   + PAR-MULTA + PAR-JUROS
                   - PAR-ENCARGO-PAGO.
           IF WRK-PC-VENCTO = ZEROS
              OR PAR-VENCIMENTO < WRK-PC-VENCTO
                   MOVE PAR-VENCIMENTO TO WRK-PC-VENCTO
           END-IF.
       0265-EMITIR-CLIENTE.
           IF WRK-PC-QTDE > ZEROS AND WRK-PC-SALDO > ZEROS
                   PERFORM 0236-PREPARAR-DETALHE
                   MOVE 'A'            TO PKG-DET-TIPO
                   MOVE WRK-PC-CLIENTE TO PKG-PARC-CLIENTE
                   MOVE WRK-PC-QTDE    TO PKG-PARC-QTDE
                   MOVE WRK-PC-SALDO   TO PKG-PARC-SALDO
                   MOVE WRK-PC-VENCTO  TO PKG-PARC-VENCTO
                   PERFORM 0280-GRAVAR-DETALHE
                   ADD WRK-PC-SALDO TO WRK-HASH-PACOTE
                   ADD 1 TO WRK-QTD-PARCELAS
           END-IF.
       0270-INCLUIR-FLASH.
           IF WRK-SALES-ABERTO
                   MOVE WRK-CODIGO-LOJA  TO SALES-LOJA
                   MOVE WRK-DATA-NEGOCIO TO SALES-DATA
                   READ SALES-FILE
                       INVALID KEY
                           MOVE 'N' TO WRK-SW-FLASH
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-SW-FLASH
                   END-READ
           END-IF.
           IF WRK-TEM-FLASH
                   PERFORM 0236-PREPARAR-DETALHE
                   MOVE 'F'           TO PKG-DET-TIPO
                   MOVE SALES-DATA    TO PKG-FLSH-DATA
                   MOVE SALES-QTDE    TO PKG-FLSH-QTDE
                   MOVE SALES-TOTAL   TO PKG-FLSH-TOTAL
                   MOVE SALES-IMPOSTO TO PKG-FLSH-IMPOSTO
                   PERFORM 0280-GRAVAR-DETALHE
                   ADD SALES-TOTAL TO WRK-HASH-PACOTE
           END-IF.
       0280-GRAVAR-DETALHE.
           WRITE PKG-REGISTRO.
           ADD 1 TO WRK-QTD-DET.
       0290-IMPRIMIR-PACOTE.
           MOVE WRK-CODIGO-LOJA  TO WRK-LP-LOJA.
           MOVE WRK-SEQ-PACOTE   TO WRK-LP-SEQ.
           IF WRK-CARGA-COMPLETA
                   MOVE 'COMPLETA' TO WRK-LP-CARGA
           ELSE
                   MOVE 'PARCIAL'  TO WRK-LP-CARGA
           END-IF.
           MOVE WRK-QTD-PRODUTOS TO WRK-LP-PROD.
           MOVE WRK-QTD-PRECOS   TO WRK-LP-PRECO.
           MOVE WRK-QTD-CREDITOS TO WRK-LP-CRED.
           MOVE WRK-QTD-PARCELAS TO WRK-LP-PARC.
           MOVE WRK-QTD-DET      TO WRK-LP-DET.
           WRITE REP-LINHA FROM WRK-LINHA-PACOTE.
           DISPLAY WRK-LINHA-PACOTE.
       0300-FINALIZAR.
           IF WRK-SALES-ABERTO
                   CLOSE SALES-FILE
           END-IF.
           CLOSE MASTER-FILE PKGCTL-FILE.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING 'LOJAS ' WRK-QTD-LOJAS
                  ' PACOTES ' WRK-QTD-PACOTES
                  ' JA GERADOS ' WRK-QTD-JA-GERADOS
                  ' REENVIOS ' WRK-QTD-REENVIOS
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           CLOSE REPORT-FILE.
           DISPLAY 'DETALHES ENVIADOS ===> ' WRK-CONTADOR.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB145' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB145' TO OPLOG-PROGRAMA.
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
