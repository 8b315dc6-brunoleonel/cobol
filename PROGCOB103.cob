       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB103.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = TRANSFERENCIA DE ESTOQUE ENTRE LOJAS COM
      *            CONTROLE DO SALDO EM TRANSITO
      *            (TRANSF.DAT, STKMOV.DAT E ESTOQUE.DAT)
      * DATA = XX/XX/XXXX
      * 168 - SAIDA: NUMERA O DOCUMENTO DE TRANSFERENCIA,
      *       BAIXA O SALDO DA LOJA DE ORIGEM COM MOVIMENTO
      *       'S' E DEIXA CADA PRODUTO EM TRANSITO.
      *       RECEBIMENTO: A LOJA DE DESTINO CONFIRMA A
      *       QUANTIDADE DE CADA LINHA DO DOCUMENTO, QUE
      *       ENTRA NO SALDO COM MOVIMENTO 'E'; RECEBIDO
      *       DIFERENTE DO ENVIADO ENCERRA A LINHA COMO
      *       DIVERGENTE COM EXCECAO E045. TRANSFERENCIA
      *       NAO USA MAIS AJUSTE 'A', QUE FICA RESTRITO
      *       AO INVENTARIO (PROGCOB58)
      * 178 - MOVIMENTOS 'S'/'E' GRAVADOS COM O CUSTO MEDIO
      *       DA LOJA DE ORIGEM (CUSTMED.DAT, SEM CUSTO
      *       MEDIO VALE O PROD-CUSTO) EM SMV-CUSTO-UNIT; NA
      *       ENTRADA ESSE CUSTO E PONDERADO NO CUSTO MEDIO
      *       DA LOJA DE DESTINO (COM JORNAL)
      * 200 - POSICAO NOVA GRAVADA COM O NOVO CAMPO
      *       EST-RESERVADO ZERADO
      * 208 - TRANSFERENCIA ENTRE LOJAS DE EMPRESAS (CNPJ)
      *       DIFERENTES (PROGCOB164) LANCA NO RAZAO A CONTA
      *       CORRENTE ENTRE EMPRESAS PELA LINHA 'ICO' DO
      *       GLMAP.DAT (DEBITO = CONTA ENTRE EMPRESAS, CREDITO
      *       = ESTOQUE): SAIDA DEBITA ENTRE EMPRESAS NA ORIGEM
      *       E ENTRADA CREDITA NO DESTINO, AO CUSTO DO
      *       MOVIMENTO, COM GLJ-INTERCIA = 'S'. LOJA SEM
      *       LINHA 'ICO' GERA EXCECAO E060
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSF-FILE ASSIGN TO 'TRANSF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-CHAVE
               FILE STATUS IS WRK-FS-TRANSF.
           SELECT STKMOV-FILE ASSIGN TO 'STKMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STKMOV.
           SELECT ESTOQUE-FILE ASSIGN TO 'ESTOQUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT PRODUCTS-FILE ASSIGN TO 'PRODUCTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUCTS.
           SELECT CUSTMED-FILE ASSIGN TO 'CUSTMED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMD-CHAVE
               FILE STATUS IS WRK-FS-CUSTMED.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WRK-FS-MASTER.
           SELECT PERMS-FILE ASSIGN TO 'PERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERM-USER
               FILE STATUS IS WRK-FS-PERMS.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT GLMAP-FILE ASSIGN TO 'GLMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLMAP.
           SELECT GLJOURNAL-FILE ASSIGN TO 'GLJOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLJOURNAL.
           SELECT EXCEPTION-FILE ASSIGN TO 'EXCPT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSF-FILE.
           COPY 'TRFREC.cob'.
       FD  STKMOV-FILE.
           COPY 'SMOVREC.cob'.
       FD  ESTOQUE-FILE.
           COPY 'ESTQREC.cob'.
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  CUSTMED-FILE.
           COPY 'CMEDREC.cob'.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  GLMAP-FILE.
       01  MAP-REGISTRO.
           02 MAP-LOJA          PIC 9(03).
           02 MAP-MOEDA         PIC X(03).
           02 MAP-CONTA-DEBITO  PIC 9(08).
           02 MAP-CONTA-CREDITO PIC 9(08).
           02 MAP-NOME-DEBITO   PIC X(20).
           02 MAP-NOME-CREDITO  PIC X(20).
       FD  GLJOURNAL-FILE.
       01  GLJ-REGISTRO.
           02 GLJ-TIPO          PIC X(01).
           02 GLJ-CONTA         PIC 9(08).
           02 GLJ-LOJA          PIC 9(03).
           02 GLJ-DATA          PIC 9(08).
           02 GLJ-VALOR         PIC S9(11)V99.
           02 GLJ-ORIGEM        PIC X(10).
           02 GLJ-DATA-MOV      PIC 9(08).
           02 GLJ-EMPRESA       PIC 9(02).
           02 GLJ-INTERCIA      PIC X(01).
       FD  EXCEPTION-FILE.
           COPY 'EXCPREC.cob'.
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
       77 WRK-FS-TRANSF   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-TRANSF==.
       77 WRK-FS-STKMOV   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-STKMOV==.
       77 WRK-FS-ESTOQUE  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ESTOQUE==.
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-CUSTMED  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTMED==.
       77 WRK-FS-MASTER   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-FS-PERMS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-GLMAP    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-GLMAP==.
       77 WRK-FS-GLJOURNAL PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-GLJOURNAL==.
       77 WRK-FS-EXCPT    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-EXCPT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-EXC-CODIGO      PIC X(04) VALUE SPACES.
       77 WRK-EXC-DESCRICAO   PIC X(40) VALUE SPACES.
       77 WRK-USER      PIC 9(02) VALUE ZEROS.
       77 WRK-PIN       PIC 9(04) VALUE ZEROS.
       77 WRK-SW-ACESSO PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-OK VALUE 'S'.
       77 WRK-OPCAO     PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-ENVIO    VALUE 'E'.
           88 WRK-OPCAO-RECEB    VALUE 'R'.
           88 WRK-OPCAO-FIM      VALUE 'X'.
       77 WRK-CONTADOR  PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-DOCUMENTO PIC 9(07) VALUE ZEROS.
       77 WRK-ULT-DOCUMENTO PIC 9(07) VALUE ZEROS.
       77 WRK-LOJA-ORIGEM  PIC 9(03) VALUE ZEROS.
       77 WRK-LOJA-DESTINO PIC 9(03) VALUE ZEROS.
       77 WRK-PRODUTO   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE      PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-MOV  PIC S9(07) VALUE ZEROS.
       77 WRK-LOJA-MOV  PIC 9(03) VALUE ZEROS.
       77 WRK-TIPO-MOV  PIC X(01) VALUE SPACES.
       77 WRK-SALDO-ORIGEM PIC S9(07) VALUE ZEROS.
       77 WRK-SALDO-ANTERIOR PIC S9(07) VALUE ZEROS.
       77 WRK-CUSTO-MOV  PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-QTD-LINHAS PIC 9(05) VALUE ZEROS.
       77 WRK-SW-LOJA   PIC X(01) VALUE 'N'.
           88 WRK-LOJA-VALIDA VALUE 'S'.
       77 WRK-SW-PROD   PIC X(01) VALUE 'N'.
           88 WRK-PRODUTO-VALIDO VALUE 'S'.
       77 WRK-SW-FIM-DOC PIC X(01) VALUE 'N'.
           88 WRK-FIM-DOCUMENTO VALUE 'S'.
       77 WRK-EMPRESA-ORIGEM  PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-DESTINO PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-INTERCIA  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CONTA-INTERCIA  PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-ESTOQUE   PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-LANCTO-D  PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-LANCTO-C  PIC 9(08) VALUE ZEROS.
       77 WRK-SW-MAPA-LOJA PIC X(01) VALUE 'N'.
           88 WRK-MAPA-LOJA-ACHADO VALUE 'S'.
       77 WRK-SW-MAPA-PADRAO PIC X(01) VALUE 'N'.
           88 WRK-MAPA-PADRAO-ACHADO VALUE 'S'.
       01 WRK-EMPRESA-LOJA.
           02 WRK-EL-FUNCAO    PIC X(01).
           02 WRK-EL-LOJA      PIC 9(03).
           02 WRK-EL-DATA      PIC 9(08).
           02 WRK-EL-EMPRESA   PIC 9(02).
           02 WRK-EL-CNPJ      PIC 9(14).
           02 WRK-EL-RAZAO     PIC X(30).
           02 WRK-EL-REGIME    PIC X(01).
           02 WRK-EL-RESULTADO PIC X(01).
       01 WRK-PERIODO-GL.
           02 WRK-PGL-FUNCAO    PIC X(01).
           02 WRK-PGL-DATA      PIC 9(08).
           02 WRK-PGL-USUARIO   PIC 9(02).
           02 WRK-PGL-RESULTADO PIC X(01).
       01 WRK-DESC-INTERCIA.
           02 FILLER          PIC X(16) VALUE 'TRF SEM ICO DOC '.
           02 WRK-DI-DOC      PIC 9(07).
           02 FILLER          PIC X(06) VALUE ' LOJA '.
           02 WRK-DI-LOJA     PIC 9(03).
       01 WRK-AUTORIZACAO.
           02 WRK-AUT-USER      PIC 9(02).
           02 WRK-AUT-FUNCAO    PIC X(04).
           02 WRK-AUT-RESULTADO PIC X(01).
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-DESC-DIVERG.
           02 FILLER          PIC X(08) VALUE 'TRF DIV '.
           02 WRK-DD-DOC      PIC 9(07).
           02 FILLER          PIC X(03) VALUE ' PR'.
           02 WRK-DD-PRODUTO  PIC 9(05).
           02 FILLER          PIC X(04) VALUE ' ENV'.
           02 WRK-DD-ENVIADA  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 FILLER          PIC X(03) VALUE 'REC'.
           02 WRK-DD-RECEB    PIC 9(06).
       77 WRK-JRN-ARQUIVO  PIC X(08) VALUE SPACES.
       77 WRK-JRN-OPER     PIC X(02) VALUE SPACES.
       77 WRK-JRN-ANTES    PIC X(60) VALUE SPACES.
       77 WRK-JRN-DEPOIS   PIC X(60) VALUE SPACES.
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
           IF WRK-ACESSO-OK
                   PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-FIM
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND EXCEPTION-FILE.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO NOT = 'S'
                   DISPLAY 'SEM DATA DE NEGOCIO ABERTA - '
                           'TRANSFERENCIA RECUSADA'
           ELSE
                   MOVE WRK-BD-DATA TO WRK-DATA-HOJE
                   DISPLAY 'TRANSFERENCIA ENTRE LOJAS - OPERADOR: '
                   ACCEPT  WRK-USER FROM CONSOLE
                   DISPLAY 'PIN DE ACESSO: '
                   ACCEPT  WRK-PIN FROM CONSOLE
                   PERFORM 0110-VALIDAR-ACESSO
                   IF NOT WRK-ACESSO-OK
                           DISPLAY 'OPERADOR SEM PERMISSAO PARA '
                                   'TRANSFERENCIA'
                   ELSE
                           PERFORM 0120-OBTER-OPCAO
                   END-IF
           END-IF.
       0110-VALIDAR-ACESSO.
           MOVE 'N' TO WRK-SW-ACESSO.
           OPEN INPUT PERMS-FILE.
           IF WRK-FS-PERMS-OK
                   MOVE WRK-USER TO PERM-USER
                   READ PERMS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PERM-PIN = WRK-PIN
                                   MOVE 'S' TO WRK-SW-ACESSO
                           END-IF
                   END-READ
                   CLOSE PERMS-FILE
           END-IF.
           IF WRK-ACESSO-OK
                   MOVE WRK-USER TO WRK-AUT-USER
                   MOVE 'TRNF'   TO WRK-AUT-FUNCAO
                   CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                   IF WRK-AUT-RESULTADO NOT = 'S'
                           MOVE 'N' TO WRK-SW-ACESSO
                           DISPLAY 'FUNCAO TRNF NAO AUTORIZADA '
                                   'NA MATRIZ'
                   END-IF
           END-IF.
       0120-OBTER-OPCAO.
           DISPLAY 'OPCAO (E=ENVIO R=RECEBIMENTO X=FIM): '.
           ACCEPT  WRK-OPCAO FROM CONSOLE.
       0200-PROCESSAR.
           EVALUATE TRUE
                   WHEN WRK-OPCAO-ENVIO
                             PERFORM 0210-ENVIAR
                   WHEN WRK-OPCAO-RECEB
                             PERFORM 0250-RECEBER
                   WHEN OTHER
                             DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           IF NOT WRK-OPCAO-FIM
                   PERFORM 0120-OBTER-OPCAO
           END-IF.
       0210-ENVIAR.
           DISPLAY 'LOJA DE ORIGEM: '.
           ACCEPT  WRK-LOJA-ORIGEM FROM CONSOLE.
           DISPLAY 'LOJA DE DESTINO: '.
           ACCEPT  WRK-LOJA-DESTINO FROM CONSOLE.
           MOVE WRK-LOJA-ORIGEM TO WRK-LOJA-MOV.
           PERFORM 0215-CONSULTAR-LOJA.
           IF WRK-LOJA-VALIDA
                   MOVE WRK-LOJA-DESTINO TO WRK-LOJA-MOV
                   PERFORM 0215-CONSULTAR-LOJA
           END-IF.
           IF NOT WRK-LOJA-VALIDA
              OR WRK-LOJA-ORIGEM = WRK-LOJA-DESTINO
                   DISPLAY 'LOJAS INVALIDAS PARA TRANSFERENCIA'
           ELSE
                   PERFORM 0220-NUMERAR-DOCUMENTO
                   DISPLAY 'DOCUMENTO DE TRANSFERENCIA: '
                           WRK-DOCUMENTO
                   MOVE ZEROS TO WRK-QTD-LINHAS
                   PERFORM 0230-OBTER-PRODUTO
                   PERFORM 0235-ENVIAR-PRODUTO
                           UNTIL WRK-PRODUTO = ZEROS
                   DISPLAY 'LINHAS EM TRANSITO NO DOCUMENTO: '
                           WRK-QTD-LINHAS
           END-IF.
       0215-CONSULTAR-LOJA.
           MOVE 'N' TO WRK-SW-LOJA.
           OPEN INPUT MASTER-FILE.
           IF WRK-FS-MASTER-OK
                   MOVE 'L'          TO MASTER-TIPO
                   MOVE WRK-LOJA-MOV TO MASTER-CODIGO
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MASTER-ATIVO-SIM
                                   MOVE 'S' TO WRK-SW-LOJA
                           END-IF
                   END-READ
           END-IF.
           CLOSE MASTER-FILE.
       0220-NUMERAR-DOCUMENTO.
           MOVE ZEROS TO WRK-ULT-DOCUMENTO.
           MOVE 'N'   TO WRK-SW-FIM-DOC.
           OPEN INPUT TRANSF-FILE.
           IF WRK-FS-TRANSF-OK
                   PERFORM 0225-LER-DOCUMENTO
                           UNTIL WRK-FIM-DOCUMENTO
           END-IF.
           CLOSE TRANSF-FILE.
           COMPUTE WRK-DOCUMENTO = WRK-ULT-DOCUMENTO + 1.
       0225-LER-DOCUMENTO.
           READ TRANSF-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM-DOC
               NOT AT END
                   MOVE TRF-DOCUMENTO TO WRK-ULT-DOCUMENTO
           END-READ.
       0230-OBTER-PRODUTO.
           DISPLAY 'PRODUTO (00000 ENCERRA O DOCUMENTO): '.
           ACCEPT  WRK-PRODUTO FROM CONSOLE.
       0235-ENVIAR-PRODUTO.
           DISPLAY 'QUANTIDADE ENVIADA: '.
           ACCEPT  WRK-QTDE FROM CONSOLE.
           PERFORM 0237-CONSULTAR-PRODUTO.
           PERFORM 0238-LER-SALDO-ORIGEM.
           EVALUATE TRUE
                   WHEN NOT WRK-PRODUTO-VALIDO
                             DISPLAY 'PRODUTO INATIVO OU INEXISTENTE'
                   WHEN WRK-QTDE = ZEROS
                             DISPLAY 'QUANTIDADE INVALIDA'
                   WHEN WRK-QTDE > WRK-SALDO-ORIGEM
                             DISPLAY 'SALDO INSUFICIENTE NA ORIGEM: '
                                     WRK-SALDO-ORIGEM
                   WHEN OTHER
                             PERFORM 0240-GRAVAR-TRANSITO
           END-EVALUATE.
           PERFORM 0230-OBTER-PRODUTO.
       0237-CONSULTAR-PRODUTO.
           MOVE 'N' TO WRK-SW-PROD.
           OPEN INPUT PRODUCTS-FILE.
           IF WRK-FS-PRODUCTS-OK
                   MOVE WRK-PRODUTO TO PROD-CODIGO
                   READ PRODUCTS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PROD-ATIVO-SIM
                                   MOVE 'S' TO WRK-SW-PROD
                           END-IF
                   END-READ
           END-IF.
           CLOSE PRODUCTS-FILE.
       0238-LER-SALDO-ORIGEM.
           MOVE ZEROS TO WRK-SALDO-ORIGEM.
           OPEN INPUT ESTOQUE-FILE.
           IF WRK-FS-ESTOQUE-OK
                   MOVE WRK-LOJA-ORIGEM TO EST-LOJA
                   MOVE WRK-PRODUTO     TO EST-PRODUTO
                   READ ESTOQUE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EST-SALDO TO WRK-SALDO-ORIGEM
                   END-READ
           END-IF.
           CLOSE ESTOQUE-FILE.
       0240-GRAVAR-TRANSITO.
           OPEN I-O TRANSF-FILE.
           IF WRK-FS-TRANSF-ARQ-INEXISTENTE
                   CLOSE TRANSF-FILE
                   OPEN OUTPUT TRANSF-FILE
                   CLOSE TRANSF-FILE
                   OPEN I-O TRANSF-FILE
           END-IF.
           MOVE WRK-DOCUMENTO TO TRF-DOCUMENTO.
           MOVE WRK-PRODUTO   TO TRF-PRODUTO.
           READ TRANSF-FILE
               INVALID KEY
                   MOVE WRK-LOJA-ORIGEM  TO TRF-LOJA-ORIGEM
                   MOVE WRK-LOJA-DESTINO TO TRF-LOJA-DESTINO
                   MOVE WRK-DATA-HOJE    TO TRF-DATA-ENVIO
                   MOVE WRK-QTDE         TO TRF-QTDE-ENVIADA
                   MOVE WRK-USER         TO TRF-OPER-ENVIO
                   MOVE ZEROS            TO TRF-DATA-RECEB
                                            TRF-QTDE-RECEBIDA
                                            TRF-OPER-RECEB
                   MOVE 'T'              TO TRF-STATUS
                   WRITE TRF-REGISTRO
                   MOVE SPACES       TO WRK-JRN-ANTES
                   MOVE TRF-REGISTRO TO WRK-JRN-DEPOIS
                   MOVE 'TRANSF'     TO WRK-JRN-ARQUIVO
                   MOVE 'WR'         TO WRK-JRN-OPER
                   PERFORM 0098-GRAVAR-JORNAL
                   ADD 1 TO WRK-QTD-LINHAS
                   ADD 1 TO WRK-CONTADOR
                   MOVE WRK-LOJA-ORIGEM TO WRK-LOJA-MOV
                   MOVE 'S'             TO WRK-TIPO-MOV
                   COMPUTE WRK-QTDE-MOV = 0 - WRK-QTDE
                   PERFORM 0270-MOVIMENTAR-ESTOQUE
               NOT INVALID KEY
                   DISPLAY 'PRODUTO JA CONSTA NO DOCUMENTO'
           END-READ.
           CLOSE TRANSF-FILE.
       0250-RECEBER.
           DISPLAY 'DOCUMENTO DE TRANSFERENCIA: '.
           ACCEPT  WRK-DOCUMENTO FROM CONSOLE.
           DISPLAY 'LOJA QUE ESTA RECEBENDO: '.
           ACCEPT  WRK-LOJA-DESTINO FROM CONSOLE.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE 'N'   TO WRK-SW-FIM-DOC.
           OPEN I-O TRANSF-FILE.
           IF NOT WRK-FS-TRANSF-OK
                   DISPLAY 'TRANSF.DAT NAO ENCONTRADO'
           ELSE
                   MOVE WRK-DOCUMENTO TO TRF-DOCUMENTO
                   MOVE ZEROS         TO TRF-PRODUTO
                   START TRANSF-FILE KEY >= TRF-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM-DOC
                   END-START
                   PERFORM 0255-LER-LINHA-DOC
                           UNTIL WRK-FIM-DOCUMENTO
           END-IF.
           CLOSE TRANSF-FILE.
           IF WRK-QTD-LINHAS = ZEROS
                   DISPLAY 'NENHUMA LINHA EM TRANSITO PARA A LOJA '
                           'NESTE DOCUMENTO'
           ELSE
                   DISPLAY 'LINHAS RECEBIDAS: ' WRK-QTD-LINHAS
           END-IF.
       0255-LER-LINHA-DOC.
           READ TRANSF-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM-DOC
               NOT AT END
                   IF TRF-DOCUMENTO NOT = WRK-DOCUMENTO
                           MOVE 'S' TO WRK-SW-FIM-DOC
                   ELSE
                           IF TRF-EM-TRANSITO
                              AND TRF-LOJA-DESTINO
                                  = WRK-LOJA-DESTINO
                                   PERFORM 0260-CONFIRMAR-LINHA
                           END-IF
                   END-IF
           END-READ.
       0260-CONFIRMAR-LINHA.
           DISPLAY 'PRODUTO ' TRF-PRODUTO ' ENVIADO '
                   TRF-QTDE-ENVIADA ' EM ' TRF-DATA-ENVIO
                   ' PELA LOJA ' TRF-LOJA-ORIGEM.
           DISPLAY 'QUANTIDADE RECEBIDA: '.
           ACCEPT  WRK-QTDE FROM CONSOLE.
           MOVE TRF-REGISTRO  TO WRK-JRN-ANTES.
           MOVE WRK-DATA-HOJE TO TRF-DATA-RECEB.
           MOVE WRK-QTDE      TO TRF-QTDE-RECEBIDA.
           MOVE WRK-USER      TO TRF-OPER-RECEB.
           IF WRK-QTDE = TRF-QTDE-ENVIADA
                   MOVE 'R' TO TRF-STATUS
           ELSE
                   MOVE 'D' TO TRF-STATUS
                   MOVE TRF-DOCUMENTO    TO WRK-DD-DOC
                   MOVE TRF-PRODUTO      TO WRK-DD-PRODUTO
                   MOVE TRF-QTDE-ENVIADA TO WRK-DD-ENVIADA
                   MOVE WRK-QTDE         TO WRK-DD-RECEB
                   MOVE 'E045'           TO WRK-EXC-CODIGO
                   MOVE WRK-DESC-DIVERG  TO WRK-EXC-DESCRICAO
                   PERFORM 0290-REGISTRAR-EXCECAO
                   DISPLAY 'RECEBIDO DIFERENTE DO ENVIADO - LINHA '
                           'DIVERGENTE'
           END-IF.
           REWRITE TRF-REGISTRO.
           MOVE TRF-REGISTRO TO WRK-JRN-DEPOIS.
           MOVE 'TRANSF'     TO WRK-JRN-ARQUIVO.
           MOVE 'RW'         TO WRK-JRN-OPER.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-QTD-LINHAS.
           ADD 1 TO WRK-CONTADOR.
           IF WRK-QTDE > ZEROS
                   MOVE TRF-PRODUTO      TO WRK-PRODUTO
                   MOVE TRF-LOJA-ORIGEM  TO WRK-LOJA-ORIGEM
                   MOVE WRK-LOJA-DESTINO TO WRK-LOJA-MOV
                   MOVE 'E'              TO WRK-TIPO-MOV
                   MOVE WRK-QTDE         TO WRK-QTDE-MOV
                   PERFORM 0270-MOVIMENTAR-ESTOQUE
           END-IF.
       0270-MOVIMENTAR-ESTOQUE.
           OPEN EXTEND STKMOV-FILE.
           IF WRK-FS-STKMOV-ARQ-INEXISTENTE
                   CLOSE STKMOV-FILE
                   OPEN OUTPUT STKMOV-FILE
           END-IF.
           MOVE WRK-DATA-HOJE TO SMV-DATA.
           ACCEPT SMV-HORA FROM TIME.
           MOVE WRK-LOJA-MOV  TO SMV-LOJA.
           MOVE WRK-PRODUTO   TO SMV-PRODUTO.
           MOVE WRK-TIPO-MOV  TO SMV-TIPO.
           MOVE WRK-QTDE-MOV  TO SMV-QTDE.
           MOVE SPACES        TO SMV-MOTIVO.
           MOVE WRK-DOCUMENTO TO SMV-DOCUMENTO.
           PERFORM 0275-OBTER-CUSTO-ORIGEM.
           MOVE WRK-CUSTO-MOV TO SMV-CUSTO-UNIT.
           WRITE SMV-REGISTRO.
           CLOSE STKMOV-FILE.
           OPEN I-O ESTOQUE-FILE.
           IF WRK-FS-ESTOQUE-ARQ-INEXISTENTE
                   CLOSE ESTOQUE-FILE
                   OPEN OUTPUT ESTOQUE-FILE
                   CLOSE ESTOQUE-FILE
                   OPEN I-O ESTOQUE-FILE
           END-IF.
           MOVE WRK-LOJA-MOV TO EST-LOJA.
           MOVE WRK-PRODUTO  TO EST-PRODUTO.
           READ ESTOQUE-FILE
               INVALID KEY
                   MOVE ZEROS  TO EST-SALDO EST-RESERVADO
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE EST-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           MOVE EST-SALDO     TO WRK-SALDO-ANTERIOR.
           ADD WRK-QTDE-MOV   TO EST-SALDO.
           MOVE WRK-DATA-HOJE TO EST-DATA-MOVTO.
           MOVE EST-REGISTRO  TO WRK-JRN-DEPOIS.
           MOVE 'ESTOQUE'     TO WRK-JRN-ARQUIVO.
           IF WRK-FS-ESTOQUE-NAO-ENCONTRADO
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE EST-REGISTRO
           ELSE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE EST-REGISTRO
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE ESTOQUE-FILE.
           IF WRK-TIPO-MOV = 'E'
                   PERFORM 0280-ATUALIZAR-CUSTO-MEDIO
           END-IF.
           PERFORM 0285-VERIFICAR-INTERCIA.
       0275-OBTER-CUSTO-ORIGEM.
           MOVE ZEROS TO WRK-CUSTO-MOV.
           OPEN INPUT CUSTMED-FILE.
           IF WRK-FS-CUSTMED-OK
                   MOVE WRK-LOJA-ORIGEM TO CMD-LOJA
                   MOVE WRK-PRODUTO     TO CMD-PRODUTO
                   READ CUSTMED-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CMD-CUSTO-MEDIO TO WRK-CUSTO-MOV
                   END-READ
           END-IF.
           CLOSE CUSTMED-FILE.
           IF WRK-CUSTO-MOV = ZEROS
                   OPEN INPUT PRODUCTS-FILE
                   IF WRK-FS-PRODUCTS-OK
                           MOVE WRK-PRODUTO TO PROD-CODIGO
                           READ PRODUCTS-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE PROD-CUSTO TO WRK-CUSTO-MOV
                           END-READ
                   END-IF
                   CLOSE PRODUCTS-FILE
           END-IF.
       0280-ATUALIZAR-CUSTO-MEDIO.
           OPEN I-O CUSTMED-FILE.
           IF WRK-FS-CUSTMED-ARQ-INEXISTENTE
                   CLOSE CUSTMED-FILE
                   OPEN OUTPUT CUSTMED-FILE
                   CLOSE CUSTMED-FILE
                   OPEN I-O CUSTMED-FILE
           END-IF.
           MOVE WRK-LOJA-MOV TO CMD-LOJA.
           MOVE WRK-PRODUTO  TO CMD-PRODUTO.
           READ CUSTMED-FILE
               INVALID KEY
                   MOVE ZEROS  TO CMD-CUSTO-MEDIO
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE CMD-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           IF WRK-SALDO-ANTERIOR > ZEROS
              AND CMD-CUSTO-MEDIO > ZEROS
                   COMPUTE CMD-CUSTO-MEDIO ROUNDED =
                           ((WRK-SALDO-ANTERIOR * CMD-CUSTO-MEDIO)
                           + (WRK-QTDE-MOV * WRK-CUSTO-MOV))
                           / (WRK-SALDO-ANTERIOR + WRK-QTDE-MOV)
           ELSE
                   MOVE WRK-CUSTO-MOV TO CMD-CUSTO-MEDIO
           END-IF.
           MOVE WRK-CUSTO-MOV TO CMD-ULT-CUSTO.
           MOVE WRK-DATA-HOJE TO CMD-DATA-ATUAL.
           MOVE CMD-REGISTRO  TO WRK-JRN-DEPOIS.
           MOVE 'CUSTMED'     TO WRK-JRN-ARQUIVO.
           IF WRK-FS-CUSTMED-NAO-ENCONTRADO
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE CMD-REGISTRO
           ELSE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE CMD-REGISTRO
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE CUSTMED-FILE.
       0285-VERIFICAR-INTERCIA.
           MOVE 'L'             TO WRK-EL-FUNCAO.
           MOVE WRK-DATA-HOJE   TO WRK-EL-DATA.
           MOVE WRK-LOJA-ORIGEM TO WRK-EL-LOJA.
           CALL 'PROGCOB164' USING WRK-EMPRESA-LOJA.
           MOVE WRK-EL-EMPRESA  TO WRK-EMPRESA-ORIGEM.
           MOVE 'L'              TO WRK-EL-FUNCAO.
           MOVE WRK-LOJA-DESTINO TO WRK-EL-LOJA.
           CALL 'PROGCOB164' USING WRK-EMPRESA-LOJA.
           MOVE WRK-EL-EMPRESA   TO WRK-EMPRESA-DESTINO.
           IF WRK-EMPRESA-ORIGEM NOT = WRK-EMPRESA-DESTINO
                   PERFORM 0286-BUSCAR-MAPA-INTERCIA
                   IF WRK-MAPA-LOJA-ACHADO OR WRK-MAPA-PADRAO-ACHADO
                           PERFORM 0288-LANCAR-INTERCIA
                   ELSE
                           MOVE WRK-DOCUMENTO TO WRK-DI-DOC
                           MOVE WRK-LOJA-MOV  TO WRK-DI-LOJA
                           MOVE 'E060'        TO WRK-EXC-CODIGO
                           MOVE WRK-DESC-INTERCIA
                               TO WRK-EXC-DESCRICAO
                           PERFORM 0290-REGISTRAR-EXCECAO
                           DISPLAY 'LOJA ' WRK-LOJA-MOV ' SEM LINHA '
                                   'ICO NO GLMAP.DAT - LANCAMENTO '
                                   'ENTRE EMPRESAS PENDENTE'
                   END-IF
           END-IF.
       0286-BUSCAR-MAPA-INTERCIA.
           MOVE 'N' TO WRK-SW-MAPA-LOJA WRK-SW-MAPA-PADRAO.
           OPEN INPUT GLMAP-FILE.
           IF WRK-FS-GLMAP-OK
                   PERFORM 0287-LER-MAPA
                           UNTIL WRK-FS-GLMAP = '10'
                              OR WRK-MAPA-LOJA-ACHADO
           END-IF.
           CLOSE GLMAP-FILE.
       0287-LER-MAPA.
           READ GLMAP-FILE
               AT END
                   MOVE '10' TO WRK-FS-GLMAP
               NOT AT END
                   IF MAP-MOEDA = 'ICO'
                           IF MAP-LOJA = WRK-LOJA-MOV
                                   MOVE 'S' TO WRK-SW-MAPA-LOJA
                                   MOVE MAP-CONTA-DEBITO
                                       TO WRK-CONTA-INTERCIA
                                   MOVE MAP-CONTA-CREDITO
                                       TO WRK-CONTA-ESTOQUE
                           END-IF
                           IF MAP-LOJA = ZEROS
                              AND NOT WRK-MAPA-LOJA-ACHADO
                                   MOVE 'S' TO WRK-SW-MAPA-PADRAO
                                   MOVE MAP-CONTA-DEBITO
                                       TO WRK-CONTA-INTERCIA
                                   MOVE MAP-CONTA-CREDITO
                                       TO WRK-CONTA-ESTOQUE
                           END-IF
                   END-IF
           END-READ.
       0288-LANCAR-INTERCIA.
           IF WRK-TIPO-MOV = 'S'
                   COMPUTE WRK-VALOR-INTERCIA ROUNDED =
                           (0 - WRK-QTDE-MOV) * WRK-CUSTO-MOV
                   MOVE WRK-CONTA-INTERCIA TO WRK-CONTA-LANCTO-D
                   MOVE WRK-CONTA-ESTOQUE  TO WRK-CONTA-LANCTO-C
           ELSE
                   COMPUTE WRK-VALOR-INTERCIA ROUNDED =
                           WRK-QTDE-MOV * WRK-CUSTO-MOV
                   MOVE WRK-CONTA-ESTOQUE  TO WRK-CONTA-LANCTO-D
                   MOVE WRK-CONTA-INTERCIA TO WRK-CONTA-LANCTO-C
           END-IF.
           IF WRK-VALOR-INTERCIA NOT = ZEROS
                   OPEN EXTEND GLJOURNAL-FILE
                   IF WRK-FS-GLJOURNAL-ARQ-INEXISTENTE
                           CLOSE GLJOURNAL-FILE
                           OPEN OUTPUT GLJOURNAL-FILE
                   END-IF
                   MOVE 'D'                TO GLJ-TIPO
                   MOVE WRK-CONTA-LANCTO-D TO GLJ-CONTA
                   MOVE WRK-LOJA-MOV       TO GLJ-LOJA
                   MOVE WRK-DATA-HOJE      TO GLJ-DATA
                   PERFORM 0097-DATAR-LANCAMENTO
                   MOVE WRK-VALOR-INTERCIA TO GLJ-VALOR
                   WRITE GLJ-REGISTRO
                   MOVE 'C'                TO GLJ-TIPO
                   MOVE WRK-CONTA-LANCTO-C TO GLJ-CONTA
                   WRITE GLJ-REGISTRO
                   CLOSE GLJOURNAL-FILE
                   DISPLAY 'LANCAMENTO ENTRE EMPRESAS '
                           WRK-EMPRESA-ORIGEM '/' WRK-EMPRESA-DESTINO
                           ' NO RAZAO: ' WRK-VALOR-INTERCIA
           END-IF.
       0300-FINALIZAR.
           CLOSE EXCEPTION-FILE.
           DISPLAY 'LINHAS DE TRANSFERENCIA TRATADAS ===> '
                   WRK-CONTADOR.
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
           MOVE 'PROGCOB103'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0097-DATAR-LANCAMENTO.
           MOVE GLJ-DATA TO GLJ-DATA-MOV.
           MOVE 'C'      TO WRK-PGL-FUNCAO.
           MOVE GLJ-DATA TO WRK-PGL-DATA.
           CALL 'PROGCOB125' USING WRK-PERIODO-GL.
           IF WRK-PGL-RESULTADO = 'D'
                   DISPLAY 'PERIODO CONTABIL FECHADO - LANCAMENTO DE '
                           GLJ-DATA-MOV ' DATADO EM ' WRK-PGL-DATA
           END-IF.
           MOVE WRK-PGL-DATA TO GLJ-DATA.
           MOVE 'PROGCOB103' TO GLJ-ORIGEM.
           MOVE 'L'          TO WRK-EL-FUNCAO.
           MOVE GLJ-LOJA     TO WRK-EL-LOJA.
           MOVE GLJ-DATA-MOV TO WRK-EL-DATA.
           CALL 'PROGCOB164' USING WRK-EMPRESA-LOJA.
           MOVE WRK-EL-EMPRESA TO GLJ-EMPRESA.
           MOVE 'S'          TO GLJ-INTERCIA.
       0290-REGISTRAR-EXCECAO.
           MOVE 'PROGCOB103' TO EXC-PROGRAMA.
           ACCEPT EXC-DATA FROM DATE YYYYMMDD.
           ACCEPT EXC-HORA FROM TIME.
           MOVE WRK-EXC-CODIGO    TO EXC-CODIGO.
           MOVE WRK-EXC-DESCRICAO TO EXC-DESCRICAO.
           WRITE EXC-LINHA-REL.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB103' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB103' TO OPLOG-PROGRAMA.
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
