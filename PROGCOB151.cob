       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB151.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = TROCA DIARIA DE ETIQUETAS DE GONDOLA -
      *            ARQUIVO DE IMPRESSAO (ETIQnnn.PRN) E LISTA
      *            DE TRABALHO (TROCAnnn.RPT) POR LOJA
      * DATA = XX/XX/XXXX
      * 201 - APURA EM PRECOS.DAT OS PRODUTOS ATIVOS CUJO
      *       PRECO VIGENTE MUDA ATE O DIA SEGUINTE A DATA DE
      *       NEGOCIO (DESDE A ULTIMA VIGENCIA JA TRATADA) E,
      *       PARA CADA LOJA 'L' ATIVA DO MESTRE QUE TEM O
      *       PRODUTO EM ESTOQUE.DAT, GERA AS ETIQUETAS E A
      *       LISTA NA ORDEM DE DEPARTAMENTO. CADA LOJA COM
      *       TROCA FICA PENDENTE EM ETQCTL.DAT ATE CONFIRMAR
      *       NO PROGCOB152. VIGENCIA JA GERADA NAO E REPETIDA
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
           SELECT PRODUCTS-FILE ASSIGN TO 'PRODUCTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUCTS.
           SELECT ESTOQUE-FILE ASSIGN TO 'ESTOQUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT PRECOS-FILE ASSIGN TO 'PRECOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRECOS.
           SELECT ETQCTL-FILE ASSIGN TO 'ETQCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ETC-CHAVE
               FILE STATUS IS WRK-FS-ETQCTL.
           SELECT ETIQUETA-FILE ASSIGN TO WRK-NOME-ARQ-ETIQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ETIQUETA.
           SELECT LISTA-FILE ASSIGN TO WRK-NOME-ARQ-LISTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LISTA.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB151.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  ESTOQUE-FILE.
           COPY 'ESTQREC.cob'.
       FD  PRECOS-FILE.
       01  PRC-REGISTRO.
           02 PRC-PRODUTO       PIC 9(05).
           02 PRC-DATA-VIGENCIA PIC 9(08).
           02 PRC-PRECO         PIC 9(05)V99.
       FD  ETQCTL-FILE.
           COPY 'ETQCREC.cob'.
       FD  ETIQUETA-FILE.
           COPY 'ETIQREC.cob'.
       FD  LISTA-FILE.
       01  LST-LINHA        PIC X(70).
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
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-ESTOQUE  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ESTOQUE==.
       77 WRK-FS-PRECOS   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRECOS==.
       77 WRK-FS-ETQCTL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ETQCTL==.
       77 WRK-FS-ETIQUETA PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ETIQUETA==.
       77 WRK-FS-LISTA    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-LISTA==.
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
       01 WRK-NOME-ARQ-ETIQ.
           02 FILLER        PIC X(04) VALUE 'ETIQ'.
           02 WRK-NE-CODIGO PIC 9(03).
           02 FILLER        PIC X(04) VALUE '.PRN'.
       01 WRK-NOME-ARQ-LISTA.
           02 FILLER        PIC X(05) VALUE 'TROCA'.
           02 WRK-NL-CODIGO PIC 9(03).
           02 FILLER        PIC X(04) VALUE '.RPT'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-VIGOR    PIC 9(08) VALUE ZEROS.
       77 WRK-VIGOR-DESDE   PIC 9(08) VALUE ZEROS.
       77 WRK-CODIGO-LOJA   PIC 9(03) VALUE ZEROS.
       77 WRK-SW-FIM-MASTER PIC X(01) VALUE 'N'.
           88 WRK-FIM-MASTER VALUE 'S'.
       77 WRK-SW-CTL-EXISTE PIC X(01) VALUE 'N'.
           88 WRK-CTL-EXISTE VALUE 'S'.
       77 WRK-SW-JA-GERADA  PIC X(01) VALUE 'N'.
           88 WRK-VIGENCIA-JA-GERADA VALUE 'S'.
       77 WRK-SW-TEM-PRECO  PIC X(01) VALUE 'N'.
           88 WRK-TEM-PRECO VALUE 'S'.
       01 WRK-TAB-PRECOS.
           02 WRK-PR-ENTRADA OCCURS 500 TIMES.
               03 WRK-PR-PRODUTO PIC 9(05).
               03 WRK-PR-DATA    PIC 9(08).
               03 WRK-PR-PRECO   PIC 9(05)V99.
       77 WRK-QTD-PRECOS    PIC 9(05) VALUE ZEROS.
       77 WRK-IDX-PRECO     PIC 9(05) VALUE ZEROS.
       77 WRK-IDX-BUSCA     PIC 9(05) VALUE ZEROS.
       01 WRK-TAB-TROCAS.
           02 WRK-TR-ENTRADA OCCURS 500 TIMES.
               03 WRK-TR-PRODUTO   PIC 9(05).
               03 WRK-TR-DEPTO     PIC 9(02).
               03 WRK-TR-NOME      PIC X(20).
               03 WRK-TR-PRECO     PIC 9(05)V99.
               03 WRK-TR-PRECO-ANT PIC 9(05)V99.
               03 WRK-TR-VIGENCIA  PIC 9(08).
       77 WRK-QTD-TROCAS    PIC 9(05) VALUE ZEROS.
       77 WRK-IDX-TROCA     PIC 9(05) VALUE ZEROS.
       77 WRK-IDX-ACHADO    PIC 9(05) VALUE ZEROS.
       77 WRK-DEPTO         PIC 9(03) VALUE ZEROS.
       77 WRK-BUSCA-PRODUTO PIC 9(05) VALUE ZEROS.
       77 WRK-BUSCA-DATA    PIC 9(08) VALUE ZEROS.
       77 WRK-ACHADO-DATA   PIC 9(08) VALUE ZEROS.
       77 WRK-ACHADO-PRECO  PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PRECO-NOVO    PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VIGENCIA-NOVA PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-LOJAS     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ETIQ-LOJA PIC 9(05) VALUE ZEROS.
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-LISTA-CAB.
           02 FILLER PIC X(35) VALUE
              'DP PRODUTO NOME                    '.
           02 FILLER PIC X(35) VALUE
              '  PRECO ANTER.   PRECO NOVO  FEITO '.
       01 WRK-LINHA-LISTA.
           02 WRK-LL-DEPTO      PIC 9(02).
           02 FILLER            PIC X(01) VALUE SPACE.
           02 WRK-LL-PRODUTO    PIC 9(05).
           02 FILLER            PIC X(03) VALUE SPACES.
           02 WRK-LL-NOME       PIC X(20).
           02 FILLER            PIC X(04) VALUE SPACES.
           02 WRK-LL-PRECO-ANT  PIC ZZ.ZZ9,99.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 WRK-LL-PRECO      PIC ZZ.ZZ9,99.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE '[   ]'.
           02 FILLER            PIC X(04) VALUE SPACES.
       01 WRK-LINHA-LOJA.
           02 FILLER            PIC X(05) VALUE 'LOJA '.
           02 WRK-LJ-LOJA       PIC 9(03).
           02 FILLER            PIC X(01) VALUE SPACE.
           02 WRK-LJ-NOME       PIC X(20).
           02 FILLER            PIC X(11) VALUE ' ETIQUETAS '.
           02 WRK-LJ-QTDE       PIC ZZZZ9.
           02 FILLER            PIC X(01) VALUE SPACE.
           02 WRK-LJ-OBS        PIC X(24).
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
           MOVE 'TROCA DE ETIQUETAS' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-NEGOCIO     TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           OPEN I-O ETQCTL-FILE.
           IF WRK-FS-ETQCTL-ARQ-INEXISTENTE
                   CLOSE ETQCTL-FILE
                   OPEN OUTPUT ETQCTL-FILE
                   CLOSE ETQCTL-FILE
                   OPEN I-O ETQCTL-FILE
           END-IF.
           PERFORM 0110-LER-CONTROLE-GERAL.
           IF WRK-VIGENCIA-JA-GERADA
                   DISPLAY 'ETIQUETAS DA VIGENCIA ' WRK-DATA-VIGOR
                           ' JA GERADAS'
                   MOVE 'S' TO WRK-SW-FIM-MASTER
           ELSE
                   PERFORM 0120-CARREGAR-PRECOS
                   PERFORM 0130-APURAR-TROCAS
           END-IF.
           IF NOT WRK-FIM-MASTER
                   OPEN INPUT MASTER-FILE
                   IF NOT WRK-FS-MASTER-OK
                           DISPLAY 'MASTER.DAT NAO ENCONTRADO'
                           MOVE 'S' TO WRK-SW-FIM-MASTER
                           MOVE 8   TO RETURN-CODE
                   ELSE
                           OPEN INPUT ESTOQUE-FILE
                   END-IF
           END-IF.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING 'VIGENCIAS DE ' WRK-VIGOR-DESDE
                  ' (EXCL.) ATE ' WRK-DATA-VIGOR
                  ' - PRODUTOS ' WRK-QTD-TROCAS
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
       0110-LER-CONTROLE-GERAL.
           MOVE ZEROS TO ETC-LOJA ETC-DATA-VIGOR.
           MOVE 'S'   TO WRK-SW-CTL-EXISTE.
           READ ETQCTL-FILE
               INVALID KEY
                   MOVE 'N'   TO WRK-SW-CTL-EXISTE
                   MOVE ZEROS TO ETC-DATA-GERACAO
           END-READ.
           IF ETC-DATA-GERACAO NOT < WRK-DATA-VIGOR
                   MOVE 'S' TO WRK-SW-JA-GERADA
           END-IF.
           IF ETC-DATA-GERACAO = ZEROS
                   MOVE WRK-DATA-NEGOCIO TO WRK-VIGOR-DESDE
           ELSE
                   MOVE ETC-DATA-GERACAO TO WRK-VIGOR-DESDE
           END-IF.
       0120-CARREGAR-PRECOS.
           MOVE ZEROS TO WRK-QTD-PRECOS.
           OPEN INPUT PRECOS-FILE.
           IF WRK-FS-PRECOS-OK
                   PERFORM 0125-LER-PRECO
                           UNTIL WRK-FS-PRECOS = '10'
                              OR WRK-QTD-PRECOS >= 500
           END-IF.
           CLOSE PRECOS-FILE.
       0125-LER-PRECO.
           READ PRECOS-FILE
               AT END
                   MOVE '10' TO WRK-FS-PRECOS
               NOT AT END
                   ADD 1 TO WRK-QTD-PRECOS
                   MOVE PRC-PRODUTO
                       TO WRK-PR-PRODUTO(WRK-QTD-PRECOS)
                   MOVE PRC-DATA-VIGENCIA
                       TO WRK-PR-DATA(WRK-QTD-PRECOS)
                   MOVE PRC-PRECO
                       TO WRK-PR-PRECO(WRK-QTD-PRECOS)
           END-READ.
       0130-APURAR-TROCAS.
           MOVE ZEROS TO WRK-QTD-TROCAS.
           OPEN INPUT PRODUCTS-FILE.
           PERFORM 0135-VERIFICAR-VIGENCIA
                   VARYING WRK-IDX-PRECO FROM 1 BY 1
                   UNTIL WRK-IDX-PRECO > WRK-QTD-PRECOS.
           CLOSE PRODUCTS-FILE.
       0135-VERIFICAR-VIGENCIA.
           IF WRK-PR-DATA(WRK-IDX-PRECO) > WRK-VIGOR-DESDE
              AND WRK-PR-DATA(WRK-IDX-PRECO) NOT > WRK-DATA-VIGOR
                   MOVE ZEROS TO WRK-IDX-ACHADO
                   PERFORM 0137-PROCURAR-TROCA
                           VARYING WRK-IDX-TROCA FROM 1 BY 1
                           UNTIL WRK-IDX-TROCA > WRK-QTD-TROCAS
                              OR WRK-IDX-ACHADO > ZEROS
                   IF WRK-IDX-ACHADO = ZEROS
                           PERFORM 0140-COMPARAR-PRECOS
                   END-IF
           END-IF.
       0137-PROCURAR-TROCA.
           IF WRK-TR-PRODUTO(WRK-IDX-TROCA) =
              WRK-PR-PRODUTO(WRK-IDX-PRECO)
                   MOVE WRK-IDX-TROCA TO WRK-IDX-ACHADO
           END-IF.
       0140-COMPARAR-PRECOS.
           MOVE WRK-PR-PRODUTO(WRK-IDX-PRECO) TO WRK-BUSCA-PRODUTO.
           MOVE WRK-DATA-VIGOR TO WRK-BUSCA-DATA.
           PERFORM 0145-BUSCAR-PRECO.
           MOVE WRK-ACHADO-PRECO TO WRK-PRECO-NOVO.
           MOVE WRK-ACHADO-DATA  TO WRK-VIGENCIA-NOVA.
           MOVE WRK-VIGOR-DESDE  TO WRK-BUSCA-DATA.
           PERFORM 0145-BUSCAR-PRECO.
           IF WRK-PRECO-NOVO NOT = WRK-ACHADO-PRECO
              AND WRK-QTD-TROCAS < 500
                   MOVE WRK-BUSCA-PRODUTO TO PROD-CODIGO
                   READ PRODUCTS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PROD-ATIVO-SIM
                                   PERFORM 0147-GUARDAR-TROCA
                           END-IF
                   END-READ
           END-IF.
       0145-BUSCAR-PRECO.
           MOVE ZEROS TO WRK-ACHADO-DATA WRK-ACHADO-PRECO.
           PERFORM 0146-COMPARAR-DATA
                   VARYING WRK-IDX-BUSCA FROM 1 BY 1
                   UNTIL WRK-IDX-BUSCA > WRK-QTD-PRECOS.
       0146-COMPARAR-DATA.
           IF WRK-PR-PRODUTO(WRK-IDX-BUSCA) = WRK-BUSCA-PRODUTO
              AND WRK-PR-DATA(WRK-IDX-BUSCA) NOT > WRK-BUSCA-DATA
              AND WRK-PR-DATA(WRK-IDX-BUSCA) NOT < WRK-ACHADO-DATA
                   MOVE WRK-PR-DATA(WRK-IDX-BUSCA)
                       TO WRK-ACHADO-DATA
                   MOVE WRK-PR-PRECO(WRK-IDX-BUSCA)
                       TO WRK-ACHADO-PRECO
           END-IF.
       0147-GUARDAR-TROCA.
           ADD 1 TO WRK-QTD-TROCAS.
           MOVE PROD-CODIGO       TO WRK-TR-PRODUTO(WRK-QTD-TROCAS).
           MOVE PROD-DEPTO        TO WRK-TR-DEPTO(WRK-QTD-TROCAS).
           MOVE PROD-NOME         TO WRK-TR-NOME(WRK-QTD-TROCAS).
           MOVE WRK-PRECO-NOVO    TO WRK-TR-PRECO(WRK-QTD-TROCAS).
           MOVE WRK-ACHADO-PRECO
               TO WRK-TR-PRECO-ANT(WRK-QTD-TROCAS).
           MOVE WRK-VIGENCIA-NOVA
               TO WRK-TR-VIGENCIA(WRK-QTD-TROCAS).
       0200-PROCESSAR.
           READ MASTER-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM-MASTER
               NOT AT END
                   IF MASTER-LOJA AND MASTER-ATIVO-SIM
                           ADD 1 TO WRK-QTD-LOJAS
                           MOVE MASTER-CODIGO TO WRK-CODIGO-LOJA
                           PERFORM 0210-GERAR-LOJA
                   END-IF
           END-READ.
       0210-GERAR-LOJA.
           MOVE WRK-CODIGO-LOJA TO WRK-NE-CODIGO WRK-NL-CODIGO.
           MOVE ZEROS TO WRK-QTD-ETIQ-LOJA.
           OPEN OUTPUT ETIQUETA-FILE LISTA-FILE.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING 'LOJA ' WRK-CODIGO-LOJA ' ' MASTER-NOME
                  ' - TROCA DE PRECOS VIGENTES EM ' WRK-DATA-VIGOR
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE LST-LINHA FROM WRK-LINHA-TITULO.
           WRITE LST-LINHA FROM WRK-LINHA-LISTA-CAB.
           PERFORM 0220-TRATAR-DEPTO
                   VARYING WRK-DEPTO FROM 0 BY 1
                   UNTIL WRK-DEPTO > 99.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING 'ETIQUETAS A TROCAR: ' WRK-QTD-ETIQ-LOJA
                  '   CONFERIDO POR: ____________________'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE LST-LINHA FROM WRK-LINHA-TITULO.
           CLOSE ETIQUETA-FILE LISTA-FILE.
           MOVE WRK-CODIGO-LOJA   TO WRK-LJ-LOJA.
           MOVE MASTER-NOME       TO WRK-LJ-NOME.
           MOVE WRK-QTD-ETIQ-LOJA TO WRK-LJ-QTDE.
           IF WRK-QTD-ETIQ-LOJA > ZEROS
                   PERFORM 0240-GRAVAR-PENDENCIA
                   MOVE 'PENDENTE DE CONFIRMACAO' TO WRK-LJ-OBS
           ELSE
                   MOVE 'SEM TROCA'               TO WRK-LJ-OBS
           END-IF.
           WRITE REP-LINHA FROM WRK-LINHA-LOJA.
           DISPLAY WRK-LINHA-LOJA.
       0220-TRATAR-DEPTO.
           PERFORM 0230-TRATAR-PRODUTO
                   VARYING WRK-IDX-TROCA FROM 1 BY 1
                   UNTIL WRK-IDX-TROCA > WRK-QTD-TROCAS.
       0230-TRATAR-PRODUTO.
           IF WRK-TR-DEPTO(WRK-IDX-TROCA) = WRK-DEPTO
                   MOVE WRK-CODIGO-LOJA TO EST-LOJA
                   MOVE WRK-TR-PRODUTO(WRK-IDX-TROCA) TO EST-PRODUTO
                   READ ESTOQUE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 0235-GRAVAR-ETIQUETA
                   END-READ
           END-IF.
       0235-GRAVAR-ETIQUETA.
           MOVE WRK-CODIGO-LOJA TO ETQ-LOJA.
           MOVE WRK-TR-DEPTO(WRK-IDX-TROCA)     TO ETQ-DEPTO.
           MOVE WRK-TR-PRODUTO(WRK-IDX-TROCA)   TO ETQ-PRODUTO.
           MOVE WRK-TR-NOME(WRK-IDX-TROCA)      TO ETQ-NOME.
           MOVE WRK-TR-PRECO(WRK-IDX-TROCA)     TO ETQ-PRECO.
           MOVE WRK-TR-PRECO-ANT(WRK-IDX-TROCA) TO ETQ-PRECO-ANT.
           MOVE WRK-TR-VIGENCIA(WRK-IDX-TROCA)  TO ETQ-VIGENCIA.
           WRITE ETQ-REGISTRO.
           MOVE ETQ-DEPTO     TO WRK-LL-DEPTO.
           MOVE ETQ-PRODUTO   TO WRK-LL-PRODUTO.
           MOVE ETQ-NOME      TO WRK-LL-NOME.
           MOVE ETQ-PRECO-ANT TO WRK-LL-PRECO-ANT.
           MOVE ETQ-PRECO     TO WRK-LL-PRECO.
           WRITE LST-LINHA FROM WRK-LINHA-LISTA.
           ADD 1 TO WRK-QTD-ETIQ-LOJA WRK-CONTADOR.
       0240-GRAVAR-PENDENCIA.
           MOVE WRK-CODIGO-LOJA TO ETC-LOJA.
           MOVE WRK-DATA-VIGOR  TO ETC-DATA-VIGOR.
           MOVE WRK-DATA-NEGOCIO  TO ETC-DATA-GERACAO.
           MOVE WRK-QTD-ETIQ-LOJA TO ETC-QTDE.
           MOVE 'P'   TO ETC-STATUS.
           MOVE ZEROS TO ETC-DATA-CONFIRM ETC-OPERADOR.
           WRITE ETC-REGISTRO
               INVALID KEY
                   REWRITE ETC-REGISTRO
           END-WRITE.
           ADD 1 TO WRK-QTD-PENDENTES.
       0300-FINALIZAR.
           IF NOT WRK-VIGENCIA-JA-GERADA
                   CLOSE MASTER-FILE ESTOQUE-FILE
                   PERFORM 0310-GRAVAR-CONTROLE-GERAL
           END-IF.
           CLOSE ETQCTL-FILE.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING 'LOJAS ' WRK-QTD-LOJAS
                  ' PENDENTES DE CONFIRMACAO ' WRK-QTD-PENDENTES
                  ' ETIQUETAS ' WRK-CONTADOR
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           CLOSE REPORT-FILE.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0310-GRAVAR-CONTROLE-GERAL.
           MOVE ZEROS TO ETC-LOJA ETC-DATA-VIGOR
                         ETC-DATA-CONFIRM ETC-OPERADOR.
           MOVE WRK-DATA-VIGOR TO ETC-DATA-GERACAO.
           MOVE WRK-QTD-TROCAS TO ETC-QTDE.
           MOVE SPACES         TO ETC-STATUS.
           IF WRK-CTL-EXISTE
                   REWRITE ETC-REGISTRO
           ELSE
                   WRITE ETC-REGISTRO
           END-IF.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB151' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB151' TO OPLOG-PROGRAMA.
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
