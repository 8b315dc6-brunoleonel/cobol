       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB162.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = EXTRATO NOTURNO PARA O DATA WAREHOUSE
      *            CORPORATIVO (ARQUIVOS BIxxxx.TXT DELIMITADOS
      *            POR ';' COM TRAILER DE CONTROLE)
      * DATA = XX/XX/XXXX
      * 207 - FATOS DO PERIODO DESDE A ULTIMA EXTRACAO (BICTL.DAT)
      *       ATE O DIA DE NEGOCIO: VENDAS POR LOJA/DATA/PRODUTO
      *       (PRODSLS), PAGAMENTOS (METPAG) E MOVIMENTOS DE
      *       ESTOQUE (STKMOV). DIMENSOES SO COM O QUE MUDOU
      *       DESDE A ULTIMA FOTO (BIFTxxxx.DAT), COM ACAO
      *       I/A E DATA EFETIVA: LOJAS E REGIONAIS DO MESTRE,
      *       PRODUTOS, CLIENTES COM DOCUMENTO MASCARADO E O
      *       CALENDARIO COM SEMANA/PERIODO/TRIMESTRE FISCAL.
      *       CARGA COMPLETA (C) REENVIA TODAS AS DIMENSOES.
      *       TRAILER: T;ARQUIVO;INICIO;FIM;LINHAS;SOMA
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BICTL-FILE ASSIGN TO 'BICTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BICTL.
           SELECT PRODSLS-FILE ASSIGN TO 'PRODSLS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PSL-CHAVE
               FILE STATUS IS WRK-FS-PRODSLS.
           SELECT METPAG-FILE ASSIGN TO 'METPAG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MPG-CHAVE
               FILE STATUS IS WRK-FS-METPAG.
           SELECT STKMOV-FILE ASSIGN TO 'STKMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STKMOV.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WRK-FS-MASTER.
           SELECT BIFTLOJA-FILE ASSIGN TO 'BIFTLOJA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BFL-CHAVE
               FILE STATUS IS WRK-FS-BIFTLOJA.
           SELECT PRODUCTS-FILE ASSIGN TO 'PRODUCTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUCTS.
           SELECT BIFTPROD-FILE ASSIGN TO 'BIFTPROD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BFP-CODIGO
               FILE STATUS IS WRK-FS-BIFTPROD.
           SELECT CUSTMST-FILE ASSIGN TO 'CUSTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-ID
               FILE STATUS IS WRK-FS-CUSTMST.
           SELECT BIFTCLI-FILE ASSIGN TO 'BIFTCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BFC-ID
               FILE STATUS IS WRK-FS-BIFTCLI.
           SELECT SEMANAS-FILE ASSIGN TO 'SEMANAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEMANAS.
           SELECT BI-FILE ASSIGN TO WRK-NOME-ARQ-BI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BI.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB162.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  BICTL-FILE.
           COPY 'BICTREC.cob'.
       FD  PRODSLS-FILE.
           COPY 'PSLSREC.cob'.
       FD  METPAG-FILE.
           COPY 'MPAGREC.cob'.
       FD  STKMOV-FILE.
           COPY 'SMOVREC.cob'.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  BIFTLOJA-FILE.
           COPY 'MASTREC.cob' REPLACING LEADING ==MASTER-==
               BY ==BFL-==.
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  BIFTPROD-FILE.
           COPY 'PRODREC.cob' REPLACING LEADING ==PROD-==
               BY ==BFP-==.
       FD  CUSTMST-FILE.
           COPY 'CUSTREC.cob'.
       FD  BIFTCLI-FILE.
           COPY 'CUSTREC.cob' REPLACING LEADING ==CLI-==
               BY ==BFC-==.
       FD  SEMANAS-FILE.
           COPY 'SEMFREC.cob'.
       FD  BI-FILE.
       01  BI-LINHA         PIC X(100).
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-BICTL    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-BICTL==.
       77 WRK-FS-PRODSLS  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODSLS==.
       77 WRK-FS-METPAG   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-METPAG==.
       77 WRK-FS-STKMOV   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-STKMOV==.
       77 WRK-FS-MASTER   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-FS-BIFTLOJA PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-BIFTLOJA==.
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-BIFTPROD PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-BIFTPROD==.
       77 WRK-FS-CUSTMST  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTMST==.
       77 WRK-FS-BIFTCLI  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-BIFTCLI==.
       77 WRK-FS-SEMANAS  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SEMANAS==.
       77 WRK-FS-BI       PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-BI==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(09) VALUE ZEROS.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-DATA-VAL.
           02 WRK-DV-DATA       PIC 9(08).
           02 WRK-DV-VALIDA     PIC X(01).
           02 WRK-DV-DIA-SEMANA PIC 9(01).
       77 WRK-NOME-ARQ-BI   PIC X(12) VALUE SPACES.
       77 WRK-ARQ-ATUAL     PIC X(08) VALUE SPACES.
       77 WRK-DATA-ALVO     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIO   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ULTIMA   PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CAL      PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CAL-R REDEFINES WRK-DATA-CAL.
           02 WRK-DC-ANO    PIC 9(04).
           02 WRK-DC-MES    PIC 9(02).
           02 WRK-DC-DIA    PIC 9(02).
       01 WRK-TAB-DIAS-MES.
           02 FILLER      PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-TAB-DIAS-MES-R REDEFINES WRK-TAB-DIAS-MES.
           02 WRK-DM-DIAS PIC 9(02) OCCURS 12 TIMES.
       77 WRK-ULTIMO-DIA    PIC 9(02) VALUE ZEROS.
       77 WRK-BIS-QUOC      PIC 9(04) VALUE ZEROS.
       77 WRK-BIS-RESTO4    PIC 9(03) VALUE ZEROS.
       77 WRK-BIS-RESTO100  PIC 9(03) VALUE ZEROS.
       77 WRK-BIS-RESTO400  PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SEMANAS-TAB PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-SEMANAS.
           02 WRK-TS-ENTRADA OCCURS 200 TIMES.
               03 WRK-TS-ANO       PIC 9(04).
               03 WRK-TS-SEMANA    PIC 9(02).
               03 WRK-TS-PERIODO   PIC 9(02).
               03 WRK-TS-TRIMESTRE PIC 9(01).
               03 WRK-TS-INICIO    PIC 9(08).
               03 WRK-TS-FIM       PIC 9(08).
       77 WRK-IDX-SEM       PIC 9(03) VALUE ZEROS.
       77 WRK-SW-CARGA      PIC X(01) VALUE 'N'.
           88 WRK-CARGA-COMPLETA VALUE 'S'.
       77 WRK-SW-ERRO       PIC X(01) VALUE 'N'.
           88 WRK-HOUVE-ERRO VALUE 'S'.
       77 WRK-SW-FIM        PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO VALUE 'S'.
       77 WRK-ACAO          PIC X(01) VALUE SPACES.
       77 WRK-QTD-LINHAS    PIC 9(09) VALUE ZEROS.
       77 WRK-SOMA-CONTROLE PIC S9(13)V99 VALUE ZEROS.
       77 WRK-QTD-ARQUIVOS  PIC 9(02) VALUE ZEROS.
       01 WRK-DOC-NUM       PIC 9(11) VALUE ZEROS.
       01 WRK-DOC-NUM-R REDEFINES WRK-DOC-NUM.
           02 WRK-DOC-INI   PIC X(03).
           02 WRK-DOC-MEIO  PIC X(06).
           02 WRK-DOC-FIM   PIC X(02).
       01 WRK-LINHA-VENDA.
           02 WRK-LV-LOJA     PIC 9(03).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LV-DATA     PIC 9(08).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LV-PRODUTO  PIC 9(05).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LV-QTDE     PIC -9(07).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LV-VALOR    PIC -9(11),99.
       01 WRK-LINHA-PAGTO.
           02 WRK-LP-LOJA     PIC 9(03).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LP-DATA     PIC 9(08).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LP-METODO   PIC X(01).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LP-TOTAL    PIC -9(11),99.
       01 WRK-LINHA-ESTOQUE.
           02 WRK-LE-DATA     PIC 9(08).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LE-HORA     PIC 9(06).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LE-LOJA     PIC 9(03).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LE-PRODUTO  PIC 9(05).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LE-TIPO     PIC X(01).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LE-QTDE     PIC -9(07).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LE-MOTIVO   PIC X(04).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LE-DOCUMENTO PIC 9(07).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LE-CUSTO    PIC 9(05),9999.
       01 WRK-LINHA-LOJA.
           02 WRK-LL-ACAO     PIC X(01).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LL-EFETIVA  PIC 9(08).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LL-TIPO     PIC X(01).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LL-CODIGO   PIC 9(03).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LL-NOME     PIC X(20).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LL-ATIVO    PIC X(01).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LL-REGIAO   PIC 9(02).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LL-ABERTURA PIC 9(08).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LL-ENCERR   PIC 9(08).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LL-MODELO   PIC X(01).
       01 WRK-LINHA-PRODUTO.
           02 WRK-LR-ACAO     PIC X(01).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LR-EFETIVA  PIC 9(08).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LR-CODIGO   PIC 9(05).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LR-NOME     PIC X(20).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LR-ATIVO    PIC X(01).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LR-DEPTO    PIC 9(02).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LR-CUSTO    PIC 9(05),99.
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LR-ESTQ-MIN PIC 9(05).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LR-PERECIVEL PIC X(01).
       01 WRK-LINHA-CLIENTE.
           02 WRK-LC-ACAO     PIC X(01).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LC-EFETIVA  PIC 9(08).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LC-ID       PIC 9(06).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LC-NOME     PIC X(20).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LC-DOCUMENTO PIC X(11).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LC-DATA-CAD PIC 9(08).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LC-STATUS   PIC X(01).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LC-MERGE    PIC 9(06).
       01 WRK-LINHA-CALEND.
           02 WRK-LD-DATA     PIC 9(08).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LD-ANO      PIC 9(04).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LD-MES      PIC 9(02).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LD-DIA      PIC 9(02).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LD-DIA-SEMANA PIC 9(01).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LD-ANO-FISCAL PIC 9(04).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LD-SEMANA   PIC 9(02).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LD-PERIODO  PIC 9(02).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LD-TRIMESTRE PIC 9(01).
       01 WRK-LINHA-TRAILER.
           02 FILLER          PIC X(02) VALUE 'T;'.
           02 WRK-LT-ARQUIVO  PIC X(08).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LT-INICIO   PIC 9(08).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LT-FIM      PIC 9(08).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LT-LINHAS   PIC 9(09).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WRK-LT-SOMA     PIC -9(13),99.
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-RESUMO.
           02 WRK-LS-ARQUIVO  PIC X(12).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LS-LINHAS   PIC ZZZ.ZZZ.ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LS-SOMA     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LS-OBS      PIC X(12).
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
           PERFORM 0200-EXTRAIR-VENDAS.
           PERFORM 0220-EXTRAIR-PAGAMENTOS.
           PERFORM 0230-EXTRAIR-ESTOQUE.
           PERFORM 0240-EXTRAIR-LOJAS.
           PERFORM 0250-EXTRAIR-PRODUTOS.
           PERFORM 0260-EXTRAIR-CLIENTES.
           PERFORM 0270-EXTRAIR-CALENDARIO.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO = 'S'
                   MOVE WRK-BD-DATA TO WRK-DATA-ALVO
           ELSE
                   ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'CARGA COMPLETA DAS DIMENSOES (S/N): '.
           ACCEPT WRK-SW-CARGA FROM CONSOLE.
           PERFORM 0110-LER-CONTROLE.
           IF WRK-DATA-ULTIMA = ZEROS
              OR WRK-DATA-ULTIMA >= WRK-DATA-ALVO
                   MOVE WRK-DATA-ALVO TO WRK-DATA-INICIO
           ELSE
                   MOVE WRK-DATA-ULTIMA TO WRK-DATA-CAL
                   PERFORM 0120-PROXIMO-DIA
                   MOVE WRK-DATA-CAL TO WRK-DATA-INICIO
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'EXTRATO DATA WAREH.' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-ALVO         TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING 'PERIODO ' WRK-DATA-INICIO ' A ' WRK-DATA-ALVO
                  ' - ULTIMA EXTRACAO ' WRK-DATA-ULTIMA
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           IF WRK-CARGA-COMPLETA
                   MOVE 'CARGA COMPLETA DAS DIMENSOES'
                       TO WRK-LINHA-TITULO
                   WRITE REP-LINHA FROM WRK-LINHA-TITULO
                   DISPLAY WRK-LINHA-TITULO
           END-IF.
           PERFORM 0130-CARREGAR-SEMANAS.
       0110-LER-CONTROLE.
           MOVE ZEROS TO WRK-DATA-ULTIMA.
           OPEN INPUT BICTL-FILE.
           IF WRK-FS-BICTL-OK
                   READ BICTL-FILE
                       NOT AT END
                           MOVE BIC-DATA-ULTIMA TO WRK-DATA-ULTIMA
                   END-READ
                   CLOSE BICTL-FILE
           END-IF.
       0120-PROXIMO-DIA.
           MOVE WRK-DM-DIAS(WRK-DC-MES) TO WRK-ULTIMO-DIA.
           IF WRK-DC-MES = 2
                   DIVIDE WRK-DC-ANO BY 4 GIVING WRK-BIS-QUOC
                           REMAINDER WRK-BIS-RESTO4
                   DIVIDE WRK-DC-ANO BY 100 GIVING WRK-BIS-QUOC
                           REMAINDER WRK-BIS-RESTO100
                   DIVIDE WRK-DC-ANO BY 400 GIVING WRK-BIS-QUOC
                           REMAINDER WRK-BIS-RESTO400
                   IF WRK-BIS-RESTO400 = 0
                      OR (WRK-BIS-RESTO4 = 0
                          AND WRK-BIS-RESTO100 NOT = 0)
                           MOVE 29 TO WRK-ULTIMO-DIA
                   END-IF
           END-IF.
           IF WRK-DC-DIA < WRK-ULTIMO-DIA
                   ADD 1 TO WRK-DC-DIA
           ELSE
                   MOVE 1 TO WRK-DC-DIA
                   IF WRK-DC-MES < 12
                           ADD 1 TO WRK-DC-MES
                   ELSE
                           MOVE 1 TO WRK-DC-MES
                           ADD 1 TO WRK-DC-ANO
                   END-IF
           END-IF.
       0130-CARREGAR-SEMANAS.
           MOVE ZEROS TO WRK-QTD-SEMANAS-TAB.
           MOVE 'N'   TO WRK-SW-FIM.
           OPEN INPUT SEMANAS-FILE.
           IF WRK-FS-SEMANAS-OK
                   PERFORM 0135-LER-SEMANA UNTIL WRK-FIM-ARQUIVO
                   CLOSE SEMANAS-FILE
           ELSE
                   DISPLAY 'SEMANAS.DAT NAO ENCONTRADO'
           END-IF.
       0135-LER-SEMANA.
           READ SEMANAS-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF SEMF-DATA-FIM >= WRK-DATA-INICIO
                      AND SEMF-DATA-INICIO <= WRK-DATA-ALVO
                      AND WRK-QTD-SEMANAS-TAB < 200
                           ADD 1 TO WRK-QTD-SEMANAS-TAB
                           MOVE SEMF-ANO-FISCAL
                             TO WRK-TS-ANO(WRK-QTD-SEMANAS-TAB)
                           MOVE SEMF-SEMANA
                             TO WRK-TS-SEMANA(WRK-QTD-SEMANAS-TAB)
                           MOVE SEMF-PERIODO
                             TO WRK-TS-PERIODO(WRK-QTD-SEMANAS-TAB)
                           MOVE SEMF-TRIMESTRE
                             TO WRK-TS-TRIMESTRE(WRK-QTD-SEMANAS-TAB)
                           MOVE SEMF-DATA-INICIO
                             TO WRK-TS-INICIO(WRK-QTD-SEMANAS-TAB)
                           MOVE SEMF-DATA-FIM
                             TO WRK-TS-FIM(WRK-QTD-SEMANAS-TAB)
                   END-IF
           END-READ.
       0200-EXTRAIR-VENDAS.
           MOVE 'BIVENDA.TXT' TO WRK-NOME-ARQ-BI.
           MOVE 'BIVENDA'     TO WRK-ARQ-ATUAL.
           PERFORM 0210-ABRIR-EXTRATO.
           OPEN INPUT PRODSLS-FILE.
           IF WRK-FS-PRODSLS-OK
                   PERFORM 0205-LER-VENDA UNTIL WRK-FIM-ARQUIVO
                   CLOSE PRODSLS-FILE
                   MOVE SPACES TO WRK-LS-OBS
           ELSE
                   PERFORM 0280-FALTA-ARQUIVO
           END-IF.
           PERFORM 0290-FECHAR-EXTRATO.
       0205-LER-VENDA.
           READ PRODSLS-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF PSL-DATA >= WRK-DATA-INICIO
                      AND PSL-DATA <= WRK-DATA-ALVO
                           MOVE PSL-LOJA    TO WRK-LV-LOJA
                           MOVE PSL-DATA    TO WRK-LV-DATA
                           MOVE PSL-PRODUTO TO WRK-LV-PRODUTO
                           MOVE PSL-QTDE    TO WRK-LV-QTDE
                           MOVE PSL-VALOR   TO WRK-LV-VALOR
                           WRITE BI-LINHA FROM WRK-LINHA-VENDA
                           ADD 1 TO WRK-QTD-LINHAS
                           ADD PSL-VALOR TO WRK-SOMA-CONTROLE
                   END-IF
           END-READ.
       0210-ABRIR-EXTRATO.
           MOVE ZEROS TO WRK-QTD-LINHAS WRK-SOMA-CONTROLE.
           MOVE 'N'   TO WRK-SW-FIM.
           OPEN OUTPUT BI-FILE.
       0220-EXTRAIR-PAGAMENTOS.
           MOVE 'BIPAGTO.TXT' TO WRK-NOME-ARQ-BI.
           MOVE 'BIPAGTO'     TO WRK-ARQ-ATUAL.
           PERFORM 0210-ABRIR-EXTRATO.
           OPEN INPUT METPAG-FILE.
           IF WRK-FS-METPAG-OK
                   PERFORM 0225-LER-PAGAMENTO UNTIL WRK-FIM-ARQUIVO
                   CLOSE METPAG-FILE
                   MOVE SPACES TO WRK-LS-OBS
           ELSE
                   PERFORM 0280-FALTA-ARQUIVO
           END-IF.
           PERFORM 0290-FECHAR-EXTRATO.
       0225-LER-PAGAMENTO.
           READ METPAG-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF MPG-DATA >= WRK-DATA-INICIO
                      AND MPG-DATA <= WRK-DATA-ALVO
                           MOVE MPG-LOJA   TO WRK-LP-LOJA
                           MOVE MPG-DATA   TO WRK-LP-DATA
                           MOVE MPG-METODO TO WRK-LP-METODO
                           MOVE MPG-TOTAL  TO WRK-LP-TOTAL
                           WRITE BI-LINHA FROM WRK-LINHA-PAGTO
                           ADD 1 TO WRK-QTD-LINHAS
                           ADD MPG-TOTAL TO WRK-SOMA-CONTROLE
                   END-IF
           END-READ.
       0230-EXTRAIR-ESTOQUE.
           MOVE 'BIESTMOV.TXT' TO WRK-NOME-ARQ-BI.
           MOVE 'BIESTMOV'     TO WRK-ARQ-ATUAL.
           PERFORM 0210-ABRIR-EXTRATO.
           OPEN INPUT STKMOV-FILE.
           IF WRK-FS-STKMOV-OK
                   PERFORM 0235-LER-ESTOQUE UNTIL WRK-FIM-ARQUIVO
                   CLOSE STKMOV-FILE
                   MOVE SPACES TO WRK-LS-OBS
           ELSE
                   PERFORM 0280-FALTA-ARQUIVO
           END-IF.
           PERFORM 0290-FECHAR-EXTRATO.
       0235-LER-ESTOQUE.
           READ STKMOV-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF SMV-DATA >= WRK-DATA-INICIO
                      AND SMV-DATA <= WRK-DATA-ALVO
                           MOVE SMV-DATA      TO WRK-LE-DATA
                           MOVE SMV-HORA      TO WRK-LE-HORA
                           MOVE SMV-LOJA      TO WRK-LE-LOJA
                           MOVE SMV-PRODUTO   TO WRK-LE-PRODUTO
                           MOVE SMV-TIPO      TO WRK-LE-TIPO
                           MOVE SMV-QTDE      TO WRK-LE-QTDE
                           MOVE SMV-MOTIVO    TO WRK-LE-MOTIVO
                           MOVE SMV-DOCUMENTO TO WRK-LE-DOCUMENTO
                           IF SMV-CUSTO-UNIT NUMERIC
                                   MOVE SMV-CUSTO-UNIT TO WRK-LE-CUSTO
                           ELSE
                                   MOVE ZEROS TO WRK-LE-CUSTO
                           END-IF
                           WRITE BI-LINHA FROM WRK-LINHA-ESTOQUE
                           ADD 1 TO WRK-QTD-LINHAS
                           ADD SMV-QTDE TO WRK-SOMA-CONTROLE
                   END-IF
           END-READ.
       0240-EXTRAIR-LOJAS.
           MOVE 'BILOJA.TXT' TO WRK-NOME-ARQ-BI.
           MOVE 'BILOJA'     TO WRK-ARQ-ATUAL.
           PERFORM 0210-ABRIR-EXTRATO.
           OPEN INPUT MASTER-FILE.
           IF WRK-FS-MASTER-OK
                   OPEN I-O BIFTLOJA-FILE
                   IF WRK-FS-BIFTLOJA-ARQ-INEXISTENTE
                           CLOSE BIFTLOJA-FILE
                           OPEN OUTPUT BIFTLOJA-FILE
                           CLOSE BIFTLOJA-FILE
                           OPEN I-O BIFTLOJA-FILE
                   END-IF
                   PERFORM 0245-LER-LOJA UNTIL WRK-FIM-ARQUIVO
                   CLOSE MASTER-FILE BIFTLOJA-FILE
                   MOVE SPACES TO WRK-LS-OBS
           ELSE
                   PERFORM 0280-FALTA-ARQUIVO
           END-IF.
           PERFORM 0290-FECHAR-EXTRATO.
       0245-LER-LOJA.
           READ MASTER-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF MASTER-LOJA OR MASTER-REGIONAL
                           PERFORM 0247-CONFRONTAR-LOJA
                   END-IF
           END-READ.
       0247-CONFRONTAR-LOJA.
           MOVE SPACES TO WRK-ACAO.
           MOVE MASTER-CHAVE TO BFL-CHAVE.
           READ BIFTLOJA-FILE
               INVALID KEY
                   WRITE BFL-REGISTRO FROM MASTER-REGISTRO
                   MOVE 'I' TO WRK-ACAO
               NOT INVALID KEY
                   IF BFL-REGISTRO NOT = MASTER-REGISTRO
                           REWRITE BFL-REGISTRO FROM MASTER-REGISTRO
                           MOVE 'A' TO WRK-ACAO
                   ELSE
                           IF WRK-CARGA-COMPLETA
                                   MOVE 'C' TO WRK-ACAO
                           END-IF
                   END-IF
           END-READ.
           IF WRK-ACAO NOT = SPACES
                   PERFORM 0248-GRAVAR-LOJA
           END-IF.
       0248-GRAVAR-LOJA.
           MOVE WRK-ACAO             TO WRK-LL-ACAO.
           MOVE WRK-DATA-ALVO        TO WRK-LL-EFETIVA.
           MOVE MASTER-TIPO          TO WRK-LL-TIPO.
           MOVE MASTER-CODIGO        TO WRK-LL-CODIGO.
           MOVE MASTER-NOME          TO WRK-LL-NOME.
           INSPECT WRK-LL-NOME REPLACING ALL ';' BY ','.
           MOVE MASTER-ATIVO         TO WRK-LL-ATIVO.
           MOVE MASTER-REGIAO        TO WRK-LL-REGIAO.
           MOVE MASTER-DATA-ABERTURA TO WRK-LL-ABERTURA.
           MOVE MASTER-DATA-ENCERR   TO WRK-LL-ENCERR.
           MOVE MASTER-MODELO        TO WRK-LL-MODELO.
           WRITE BI-LINHA FROM WRK-LINHA-LOJA.
           ADD 1 TO WRK-QTD-LINHAS.
           ADD MASTER-CODIGO TO WRK-SOMA-CONTROLE.
       0250-EXTRAIR-PRODUTOS.
           MOVE 'BIPROD.TXT' TO WRK-NOME-ARQ-BI.
           MOVE 'BIPROD'     TO WRK-ARQ-ATUAL.
           PERFORM 0210-ABRIR-EXTRATO.
           OPEN INPUT PRODUCTS-FILE.
           IF WRK-FS-PRODUCTS-OK
                   OPEN I-O BIFTPROD-FILE
                   IF WRK-FS-BIFTPROD-ARQ-INEXISTENTE
                           CLOSE BIFTPROD-FILE
                           OPEN OUTPUT BIFTPROD-FILE
                           CLOSE BIFTPROD-FILE
                           OPEN I-O BIFTPROD-FILE
                   END-IF
                   PERFORM 0255-LER-PRODUTO UNTIL WRK-FIM-ARQUIVO
                   CLOSE PRODUCTS-FILE BIFTPROD-FILE
                   MOVE SPACES TO WRK-LS-OBS
           ELSE
                   PERFORM 0280-FALTA-ARQUIVO
           END-IF.
           PERFORM 0290-FECHAR-EXTRATO.
       0255-LER-PRODUTO.
           READ PRODUCTS-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   PERFORM 0257-CONFRONTAR-PRODUTO
           END-READ.
       0257-CONFRONTAR-PRODUTO.
           MOVE SPACES TO WRK-ACAO.
           MOVE PROD-CODIGO TO BFP-CODIGO.
           READ BIFTPROD-FILE
               INVALID KEY
                   WRITE BFP-REGISTRO FROM PROD-REGISTRO
                   MOVE 'I' TO WRK-ACAO
               NOT INVALID KEY
                   IF BFP-REGISTRO NOT = PROD-REGISTRO
                           REWRITE BFP-REGISTRO FROM PROD-REGISTRO
                           MOVE 'A' TO WRK-ACAO
                   ELSE
                           IF WRK-CARGA-COMPLETA
                                   MOVE 'C' TO WRK-ACAO
                           END-IF
                   END-IF
           END-READ.
           IF WRK-ACAO NOT = SPACES
                   PERFORM 0258-GRAVAR-PRODUTO
           END-IF.
       0258-GRAVAR-PRODUTO.
           MOVE WRK-ACAO       TO WRK-LR-ACAO.
           MOVE WRK-DATA-ALVO  TO WRK-LR-EFETIVA.
           MOVE PROD-CODIGO    TO WRK-LR-CODIGO.
           MOVE PROD-NOME      TO WRK-LR-NOME.
           INSPECT WRK-LR-NOME REPLACING ALL ';' BY ','.
           MOVE PROD-ATIVO     TO WRK-LR-ATIVO.
           MOVE PROD-DEPTO     TO WRK-LR-DEPTO.
           MOVE PROD-CUSTO     TO WRK-LR-CUSTO.
           MOVE PROD-ESTQ-MIN  TO WRK-LR-ESTQ-MIN.
           MOVE PROD-PERECIVEL TO WRK-LR-PERECIVEL.
           WRITE BI-LINHA FROM WRK-LINHA-PRODUTO.
           ADD 1 TO WRK-QTD-LINHAS.
           ADD PROD-CODIGO TO WRK-SOMA-CONTROLE.
       0260-EXTRAIR-CLIENTES.
           MOVE 'BICLI.TXT' TO WRK-NOME-ARQ-BI.
           MOVE 'BICLI'     TO WRK-ARQ-ATUAL.
           PERFORM 0210-ABRIR-EXTRATO.
           OPEN INPUT CUSTMST-FILE.
           IF WRK-FS-CUSTMST-OK
                   OPEN I-O BIFTCLI-FILE
                   IF WRK-FS-BIFTCLI-ARQ-INEXISTENTE
                           CLOSE BIFTCLI-FILE
                           OPEN OUTPUT BIFTCLI-FILE
                           CLOSE BIFTCLI-FILE
                           OPEN I-O BIFTCLI-FILE
                   END-IF
                   PERFORM 0265-LER-CLIENTE UNTIL WRK-FIM-ARQUIVO
                   CLOSE CUSTMST-FILE BIFTCLI-FILE
                   MOVE SPACES TO WRK-LS-OBS
           ELSE
                   PERFORM 0280-FALTA-ARQUIVO
           END-IF.
           PERFORM 0290-FECHAR-EXTRATO.
       0265-LER-CLIENTE.
           READ CUSTMST-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   PERFORM 0267-CONFRONTAR-CLIENTE
           END-READ.
       0267-CONFRONTAR-CLIENTE.
           MOVE SPACES TO WRK-ACAO.
           MOVE CLI-ID TO BFC-ID.
           READ BIFTCLI-FILE
               INVALID KEY
                   WRITE BFC-REGISTRO FROM CLI-REGISTRO
                   MOVE 'I' TO WRK-ACAO
               NOT INVALID KEY
                   IF BFC-NOME       NOT = CLI-NOME
                      OR BFC-DOCUMENTO  NOT = CLI-DOCUMENTO
                      OR BFC-DATA-CAD   NOT = CLI-DATA-CAD
                      OR BFC-STATUS     NOT = CLI-STATUS
                      OR BFC-MERGE-PARA NOT = CLI-MERGE-PARA
                           REWRITE BFC-REGISTRO FROM CLI-REGISTRO
                           MOVE 'A' TO WRK-ACAO
                   ELSE
                           IF WRK-CARGA-COMPLETA
                                   MOVE 'C' TO WRK-ACAO
                           END-IF
                   END-IF
           END-READ.
           IF WRK-ACAO NOT = SPACES
                   PERFORM 0268-GRAVAR-CLIENTE
           END-IF.
       0268-GRAVAR-CLIENTE.
           MOVE WRK-ACAO       TO WRK-LC-ACAO.
           MOVE WRK-DATA-ALVO  TO WRK-LC-EFETIVA.
           MOVE CLI-ID         TO WRK-LC-ID.
           MOVE CLI-NOME       TO WRK-LC-NOME.
           INSPECT WRK-LC-NOME REPLACING ALL ';' BY ','.
           IF CLI-DOCUMENTO = ZEROS
                   MOVE SPACES TO WRK-LC-DOCUMENTO
           ELSE
                   MOVE CLI-DOCUMENTO TO WRK-DOC-NUM
                   MOVE '******'      TO WRK-DOC-MEIO
                   MOVE WRK-DOC-NUM-R TO WRK-LC-DOCUMENTO
           END-IF.
           MOVE CLI-DATA-CAD   TO WRK-LC-DATA-CAD.
           MOVE CLI-STATUS     TO WRK-LC-STATUS.
           MOVE CLI-MERGE-PARA TO WRK-LC-MERGE.
           WRITE BI-LINHA FROM WRK-LINHA-CLIENTE.
           ADD 1 TO WRK-QTD-LINHAS.
           ADD CLI-ID TO WRK-SOMA-CONTROLE.
       0270-EXTRAIR-CALENDARIO.
           MOVE 'BICALEND.TXT' TO WRK-NOME-ARQ-BI.
           MOVE 'BICALEND'     TO WRK-ARQ-ATUAL.
           PERFORM 0210-ABRIR-EXTRATO.
           MOVE WRK-DATA-INICIO TO WRK-DATA-CAL.
           PERFORM 0275-GERAR-DIA UNTIL WRK-DATA-CAL > WRK-DATA-ALVO.
           IF WRK-QTD-SEMANAS-TAB = ZEROS
                   MOVE 'SEM FISCAL' TO WRK-LS-OBS
           ELSE
                   MOVE SPACES TO WRK-LS-OBS
           END-IF.
           PERFORM 0290-FECHAR-EXTRATO.
       0275-GERAR-DIA.
           MOVE WRK-DATA-CAL TO WRK-LD-DATA WRK-DV-DATA.
           MOVE WRK-DC-ANO   TO WRK-LD-ANO.
           MOVE WRK-DC-MES   TO WRK-LD-MES.
           MOVE WRK-DC-DIA   TO WRK-LD-DIA.
           CALL 'PROGCOB39' USING WRK-DATA-VAL.
           IF WRK-DV-VALIDA = 'S'
                   MOVE WRK-DV-DIA-SEMANA TO WRK-LD-DIA-SEMANA
           ELSE
                   MOVE ZEROS TO WRK-LD-DIA-SEMANA
           END-IF.
           MOVE ZEROS TO WRK-LD-ANO-FISCAL WRK-LD-SEMANA
                         WRK-LD-PERIODO WRK-LD-TRIMESTRE.
           MOVE ZEROS TO WRK-IDX-SEM.
           PERFORM 0277-LOCALIZAR-SEMANA
                   UNTIL WRK-IDX-SEM >= WRK-QTD-SEMANAS-TAB.
           WRITE BI-LINHA FROM WRK-LINHA-CALEND.
           ADD 1 TO WRK-QTD-LINHAS.
           ADD WRK-DATA-CAL TO WRK-SOMA-CONTROLE.
           PERFORM 0120-PROXIMO-DIA.
       0277-LOCALIZAR-SEMANA.
           ADD 1 TO WRK-IDX-SEM.
           IF WRK-DATA-CAL >= WRK-TS-INICIO(WRK-IDX-SEM)
              AND WRK-DATA-CAL <= WRK-TS-FIM(WRK-IDX-SEM)
                   MOVE WRK-TS-ANO(WRK-IDX-SEM) TO WRK-LD-ANO-FISCAL
                   MOVE WRK-TS-SEMANA(WRK-IDX-SEM) TO WRK-LD-SEMANA
                   MOVE WRK-TS-PERIODO(WRK-IDX-SEM) TO WRK-LD-PERIODO
                   MOVE WRK-TS-TRIMESTRE(WRK-IDX-SEM)
                       TO WRK-LD-TRIMESTRE
           END-IF.
       0280-FALTA-ARQUIVO.
           MOVE 'S' TO WRK-SW-ERRO.
           MOVE 'NAO ABERTO' TO WRK-LS-OBS.
           MOVE 8 TO RETURN-CODE.
           DISPLAY 'ARQUIVO DE ORIGEM DO ' WRK-ARQ-ATUAL
                   ' NAO ENCONTRADO'.
       0290-FECHAR-EXTRATO.
           MOVE WRK-ARQ-ATUAL     TO WRK-LT-ARQUIVO.
           MOVE WRK-DATA-INICIO   TO WRK-LT-INICIO.
           MOVE WRK-DATA-ALVO     TO WRK-LT-FIM.
           MOVE WRK-QTD-LINHAS    TO WRK-LT-LINHAS.
           MOVE WRK-SOMA-CONTROLE TO WRK-LT-SOMA.
           WRITE BI-LINHA FROM WRK-LINHA-TRAILER.
           CLOSE BI-FILE.
           ADD 1 TO WRK-QTD-ARQUIVOS.
           ADD WRK-QTD-LINHAS TO WRK-CONTADOR.
           MOVE WRK-NOME-ARQ-BI   TO WRK-LS-ARQUIVO.
           MOVE WRK-QTD-LINHAS    TO WRK-LS-LINHAS.
           MOVE WRK-SOMA-CONTROLE TO WRK-LS-SOMA.
           WRITE REP-LINHA FROM WRK-LINHA-RESUMO.
           DISPLAY WRK-LINHA-RESUMO.
       0300-FINALIZAR.
           IF WRK-HOUVE-ERRO
                   MOVE 'CONTROLE NAO ATUALIZADO - REPROCESSAR'
                       TO WRK-LINHA-TITULO
           ELSE
                   PERFORM 0310-GRAVAR-CONTROLE
                   MOVE SPACES TO WRK-LINHA-TITULO
                   STRING 'CONTROLE ATUALIZADO ATE ' WRK-DATA-ALVO
                          DELIMITED BY SIZE INTO WRK-LINHA-TITULO
           END-IF.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           CLOSE REPORT-FILE.
           DISPLAY 'ARQUIVOS GERADOS ===> ' WRK-QTD-ARQUIVOS.
           DISPLAY 'LINHAS EXTRAIDAS ===> ' WRK-CONTADOR.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0310-GRAVAR-CONTROLE.
           OPEN OUTPUT BICTL-FILE.
           MOVE WRK-DATA-ALVO   TO BIC-DATA-ULTIMA.
           MOVE WRK-DATA-INICIO TO BIC-DATA-INICIO.
           ACCEPT BIC-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT BIC-HORA-EXEC FROM TIME.
           MOVE WRK-CONTADOR    TO BIC-QTD-LINHAS.
           WRITE BIC-REGISTRO.
           CLOSE BICTL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB162' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB162' TO OPLOG-PROGRAMA.
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
