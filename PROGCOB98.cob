       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB98.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = MANUTENCAO ON-LINE DO MESTRE DE
      *            FORNECEDORES (FORNEC.DAT) E DAS LINHAS
      *            DE PEDIDO DE COMPRA (PEDCOMP.DAT)
      * DATA = XX/XX/XXXX
      * 166 - INCLUSAO/ALTERACAO DE FORNECEDOR (NOME, CNPJ,
      *       STATUS, PRAZOS E DOMICILIO BANCARIO),
      *       EMISSAO DE PEDIDO COM UMA LINHA POR LOJA/
      *       PRODUTO (FORNECEDOR E PRODUTO ATIVOS, DATA
      *       PREVISTA VALIDADA NO PROGCOB39) E
      *       CANCELAMENTO DE LINHA AINDA NAO ENCERRADA,
      *       COM FUNCAO 'COMP' DA MATRIZ E JORNAL DE
      *       IMAGENS ANTES/DEPOIS EM JRNL.LOG
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNEC-FILE ASSIGN TO 'FORNEC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNEC.
           SELECT PEDCOMP-FILE ASSIGN TO 'PEDCOMP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS WRK-FS-PEDCOMP.
           SELECT PRODUCTS-FILE ASSIGN TO 'PRODUCTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUCTS.
           SELECT PERMS-FILE ASSIGN TO 'PERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERM-USER
               FILE STATUS IS WRK-FS-PERMS.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  FORNEC-FILE.
           COPY 'FORNREC.cob'.
       FD  PEDCOMP-FILE.
           COPY 'PEDCREC.cob'.
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
       77 WRK-FS-FORNEC   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-FORNEC==.
       77 WRK-FS-PEDCOMP  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PEDCOMP==.
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-PERMS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-USER      PIC 9(02) VALUE ZEROS.
       77 WRK-PIN       PIC 9(04) VALUE ZEROS.
       77 WRK-SW-ACESSO PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-OK VALUE 'S'.
       77 WRK-OPCAO     PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-FORNECEDOR VALUE 'F'.
           88 WRK-OPCAO-PEDIDO     VALUE 'P'.
           88 WRK-OPCAO-CANCELAR   VALUE 'C'.
           88 WRK-OPCAO-FIM        VALUE 'X'.
       77 WRK-CONTADOR  PIC 9(07) VALUE ZEROS.
       77 WRK-FORNECEDOR PIC 9(05) VALUE ZEROS.
       77 WRK-PEDIDO    PIC 9(07) VALUE ZEROS.
       77 WRK-LINHA     PIC 9(03) VALUE ZEROS.
       77 WRK-LOJA      PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-SW-EXISTE PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-EXISTE VALUE 'S'.
       77 WRK-SW-FORN-OK PIC X(01) VALUE 'N'.
           88 WRK-FORNECEDOR-VALIDO VALUE 'S'.
       77 WRK-SW-PROD-OK PIC X(01) VALUE 'N'.
           88 WRK-PRODUTO-VALIDO VALUE 'S'.
       77 WRK-SW-LINHA-LIVRE PIC X(01) VALUE 'N'.
           88 WRK-LINHA-LIVRE VALUE 'S'.
       77 WRK-PED-SALVO PIC X(76) VALUE SPACES.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-AUTORIZACAO.
           02 WRK-AUT-USER      PIC 9(02).
           02 WRK-AUT-FUNCAO    PIC X(04).
           02 WRK-AUT-RESULTADO PIC X(01).
       01 WRK-DATA-VAL.
           02 WRK-DV-DATA       PIC 9(08).
           02 WRK-DV-VALIDA     PIC X(01).
           02 WRK-DV-DIA-SEMANA PIC 9(01).
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
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO NOT = 'S'
                   DISPLAY 'SEM DATA DE NEGOCIO ABERTA - '
                           'MANUTENCAO RECUSADA'
           ELSE
                   MOVE WRK-BD-DATA TO WRK-DATA-HOJE
                   DISPLAY 'FORNECEDORES E PEDIDOS - OPERADOR: '
                   ACCEPT  WRK-USER FROM CONSOLE
                   DISPLAY 'PIN DE ACESSO: '
                   ACCEPT  WRK-PIN FROM CONSOLE
                   PERFORM 0110-VALIDAR-ACESSO
                   IF NOT WRK-ACESSO-OK
                           DISPLAY 'OPERADOR SEM PERMISSAO PARA '
                                   'COMPRAS'
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
                   MOVE 'COMP'   TO WRK-AUT-FUNCAO
                   CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                   IF WRK-AUT-RESULTADO NOT = 'S'
                           MOVE 'N' TO WRK-SW-ACESSO
                           DISPLAY 'FUNCAO COMP NAO AUTORIZADA '
                                   'NA MATRIZ'
                   END-IF
           END-IF.
       0120-OBTER-OPCAO.
           DISPLAY 'OPCAO (F=FORNECEDOR P=PEDIDO C=CANCELAR '
                   'LINHA X=FIM): '.
           ACCEPT  WRK-OPCAO FROM CONSOLE.
       0200-PROCESSAR.
           EVALUATE TRUE
                   WHEN WRK-OPCAO-FORNECEDOR
                             PERFORM 0210-MANTER-FORNECEDOR
                   WHEN WRK-OPCAO-PEDIDO
                             PERFORM 0230-EMITIR-PEDIDO
                   WHEN WRK-OPCAO-CANCELAR
                             PERFORM 0260-CANCELAR-LINHA
                   WHEN OTHER
                             DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           IF NOT WRK-OPCAO-FIM
                   PERFORM 0120-OBTER-OPCAO
           END-IF.
       0210-MANTER-FORNECEDOR.
           DISPLAY 'CODIGO DO FORNECEDOR (00001-99999): '.
           ACCEPT  WRK-FORNECEDOR FROM CONSOLE.
           IF WRK-FORNECEDOR = ZEROS
                   DISPLAY 'CODIGO INVALIDO'
           ELSE
                   OPEN I-O FORNEC-FILE
                   IF WRK-FS-FORNEC-ARQ-INEXISTENTE
                           CLOSE FORNEC-FILE
                           OPEN OUTPUT FORNEC-FILE
                           CLOSE FORNEC-FILE
                           OPEN I-O FORNEC-FILE
                   END-IF
                   MOVE 'N'            TO WRK-SW-EXISTE
                   MOVE WRK-FORNECEDOR TO FOR-CODIGO
                   READ FORNEC-FILE
                       INVALID KEY
                           MOVE SPACES TO WRK-JRN-ANTES
                           MOVE SPACES TO FOR-REGISTRO
                           MOVE WRK-FORNECEDOR TO FOR-CODIGO
                           MOVE ZEROS TO FOR-CNPJ FOR-PRAZO-ENTREGA
                                         FOR-PRAZO-PGTO FOR-BANCO
                                         FOR-AGENCIA
                           DISPLAY 'FORNECEDOR NOVO - INCLUSAO'
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-SW-EXISTE
                           MOVE FOR-REGISTRO TO WRK-JRN-ANTES
                           DISPLAY 'FORNECEDOR: ' FOR-NOME
                                   ' CNPJ ' FOR-CNPJ
                                   ' STATUS ' FOR-ATIVO
                   END-READ
                   PERFORM 0220-OBTER-DADOS-FORNECEDOR
                   MOVE FOR-REGISTRO TO WRK-JRN-DEPOIS
                   MOVE 'FORNEC'     TO WRK-JRN-ARQUIVO
                   IF WRK-REGISTRO-EXISTE
                           MOVE 'RW' TO WRK-JRN-OPER
                           REWRITE FOR-REGISTRO
                           DISPLAY 'FORNECEDOR ALTERADO'
                   ELSE
                           MOVE 'WR' TO WRK-JRN-OPER
                           WRITE FOR-REGISTRO
                           DISPLAY 'FORNECEDOR INCLUIDO'
                   END-IF
                   PERFORM 0098-GRAVAR-JORNAL
                   ADD 1 TO WRK-CONTADOR
                   CLOSE FORNEC-FILE
           END-IF.
       0220-OBTER-DADOS-FORNECEDOR.
           DISPLAY 'RAZAO SOCIAL: '.
           ACCEPT  FOR-NOME FROM CONSOLE.
           DISPLAY 'CNPJ (14 DIGITOS): '.
           ACCEPT  FOR-CNPJ FROM CONSOLE.
           DISPLAY 'STATUS (S=ATIVO / N=INATIVO): '.
           ACCEPT  FOR-ATIVO FROM CONSOLE.
           DISPLAY 'PRAZO DE ENTREGA EM DIAS (000-999): '.
           ACCEPT  FOR-PRAZO-ENTREGA FROM CONSOLE.
           DISPLAY 'PRAZO DE PAGAMENTO EM DIAS (000-999): '.
           ACCEPT  FOR-PRAZO-PGTO FROM CONSOLE.
           DISPLAY 'BANCO (000-999): '.
           ACCEPT  FOR-BANCO FROM CONSOLE.
           DISPLAY 'AGENCIA (00000-99999): '.
           ACCEPT  FOR-AGENCIA FROM CONSOLE.
           DISPLAY 'CONTA CORRENTE: '.
           ACCEPT  FOR-CONTA FROM CONSOLE.
       0230-EMITIR-PEDIDO.
           DISPLAY 'NUMERO DO PEDIDO (0000001-9999999): '.
           ACCEPT  WRK-PEDIDO FROM CONSOLE.
           DISPLAY 'FORNECEDOR DO PEDIDO: '.
           ACCEPT  WRK-FORNECEDOR FROM CONSOLE.
           PERFORM 0235-CONSULTAR-FORNECEDOR.
           IF WRK-PEDIDO = ZEROS OR NOT WRK-FORNECEDOR-VALIDO
                   DISPLAY 'PEDIDO RECUSADO - NUMERO INVALIDO OU '
                           'FORNECEDOR INATIVO/INEXISTENTE'
           ELSE
                   MOVE ZEROS TO WRK-LINHA
                   PERFORM 0237-OBTER-LOJA
                   PERFORM 0240-INCLUIR-LINHA
                           UNTIL WRK-LOJA = ZEROS
           END-IF.
       0235-CONSULTAR-FORNECEDOR.
           MOVE 'N' TO WRK-SW-FORN-OK.
           OPEN INPUT FORNEC-FILE.
           IF WRK-FS-FORNEC-OK
                   MOVE WRK-FORNECEDOR TO FOR-CODIGO
                   READ FORNEC-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FOR-ATIVO-SIM
                                   MOVE 'S' TO WRK-SW-FORN-OK
                           END-IF
                   END-READ
           END-IF.
           CLOSE FORNEC-FILE.
       0237-OBTER-LOJA.
           DISPLAY 'LOJA DA LINHA (000 PARA ENCERRAR O PEDIDO): '.
           ACCEPT  WRK-LOJA FROM CONSOLE.
       0240-INCLUIR-LINHA.
           MOVE SPACES         TO PED-REGISTRO.
           MOVE WRK-PEDIDO     TO PED-NUMERO.
           MOVE WRK-FORNECEDOR TO PED-FORNECEDOR.
           MOVE WRK-LOJA       TO PED-LOJA.
           MOVE WRK-DATA-HOJE  TO PED-DATA-EMISSAO.
           MOVE ZEROS          TO PED-QTDE-RECEBIDA
                                  PED-DATA-ULT-RECEB
                                  PED-QTDE-FATURADA.
           MOVE 'A'            TO PED-STATUS.
           DISPLAY 'PRODUTO: '.
           ACCEPT  PED-PRODUTO FROM CONSOLE.
           DISPLAY 'QUANTIDADE PEDIDA: '.
           ACCEPT  PED-QTDE-PEDIDA FROM CONSOLE.
           DISPLAY 'CUSTO UNITARIO EM CENTAVOS (EX: 0000750): '.
           ACCEPT  PED-CUSTO-UNIT FROM CONSOLE.
           MOVE 'N' TO WRK-DV-VALIDA.
           PERFORM 0245-OBTER-PREVISTA
                   UNTIL WRK-DV-VALIDA = 'S'.
           PERFORM 0250-CONSULTAR-PRODUTO.
           IF NOT WRK-PRODUTO-VALIDO
              OR PED-QTDE-PEDIDA IS NOT NUMERIC
              OR PED-QTDE-PEDIDA = ZEROS
                   DISPLAY 'LINHA RECUSADA - PRODUTO INATIVO OU '
                           'QUANTIDADE INVALIDA'
           ELSE
                   PERFORM 0255-GRAVAR-LINHA
           END-IF.
           PERFORM 0237-OBTER-LOJA.
       0245-OBTER-PREVISTA.
           DISPLAY 'DATA PREVISTA DE ENTREGA (AAAAMMDD): '.
           ACCEPT  PED-DATA-PREVISTA FROM CONSOLE.
           MOVE PED-DATA-PREVISTA TO WRK-DV-DATA.
           CALL 'PROGCOB39' USING WRK-DATA-VAL.
           IF WRK-DV-VALIDA NOT = 'S'
              OR PED-DATA-PREVISTA < WRK-DATA-HOJE
                   MOVE 'N' TO WRK-DV-VALIDA
                   DISPLAY 'DATA INVALIDA OU ANTERIOR A EMISSAO - '
                           'REDIGITE'
           END-IF.
       0250-CONSULTAR-PRODUTO.
           MOVE 'N' TO WRK-SW-PROD-OK.
           OPEN INPUT PRODUCTS-FILE.
           IF WRK-FS-PRODUCTS-OK
                   MOVE PED-PRODUTO TO PROD-CODIGO
                   READ PRODUCTS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PROD-ATIVO-SIM
                                   MOVE 'S' TO WRK-SW-PROD-OK
                           END-IF
                   END-READ
           END-IF.
           CLOSE PRODUCTS-FILE.
       0255-GRAVAR-LINHA.
           OPEN I-O PEDCOMP-FILE.
           IF WRK-FS-PEDCOMP-ARQ-INEXISTENTE
                   CLOSE PEDCOMP-FILE
                   OPEN OUTPUT PEDCOMP-FILE
                   CLOSE PEDCOMP-FILE
                   OPEN I-O PEDCOMP-FILE
           END-IF.
           MOVE PED-REGISTRO TO WRK-PED-SALVO.
           MOVE 'N' TO WRK-SW-LINHA-LIVRE.
           PERFORM 0257-PROXIMA-LINHA
                   UNTIL WRK-LINHA-LIVRE OR WRK-LINHA >= 999.
           MOVE WRK-PED-SALVO TO PED-REGISTRO.
           IF NOT WRK-LINHA-LIVRE
                   DISPLAY 'PEDIDO SEM LINHAS DISPONIVEIS'
           ELSE
                   MOVE WRK-LINHA    TO PED-LINHA
                   WRITE PED-REGISTRO
                   MOVE SPACES       TO WRK-JRN-ANTES
                   MOVE PED-REGISTRO TO WRK-JRN-DEPOIS
                   MOVE 'PEDCOMP'    TO WRK-JRN-ARQUIVO
                   MOVE 'WR'         TO WRK-JRN-OPER
                   PERFORM 0098-GRAVAR-JORNAL
                   ADD 1 TO WRK-CONTADOR
                   DISPLAY 'LINHA ' WRK-LINHA ' INCLUIDA NO PEDIDO '
                           WRK-PEDIDO
           END-IF.
           CLOSE PEDCOMP-FILE.
       0257-PROXIMA-LINHA.
           ADD 1 TO WRK-LINHA.
           MOVE WRK-PEDIDO TO PED-NUMERO.
           MOVE WRK-LINHA  TO PED-LINHA.
           READ PEDCOMP-FILE
               INVALID KEY
                   MOVE 'S' TO WRK-SW-LINHA-LIVRE
           END-READ.
       0260-CANCELAR-LINHA.
           DISPLAY 'NUMERO DO PEDIDO: '.
           ACCEPT  WRK-PEDIDO FROM CONSOLE.
           DISPLAY 'LINHA DO PEDIDO: '.
           ACCEPT  WRK-LINHA FROM CONSOLE.
           OPEN I-O PEDCOMP-FILE.
           IF NOT WRK-FS-PEDCOMP-OK
                   DISPLAY 'PEDCOMP.DAT NAO ENCONTRADO'
           ELSE
                   MOVE WRK-PEDIDO TO PED-NUMERO
                   MOVE WRK-LINHA  TO PED-LINHA
                   READ PEDCOMP-FILE
                       INVALID KEY
                           DISPLAY 'LINHA DE PEDIDO NAO ENCONTRADA'
                       NOT INVALID KEY
                           IF PED-ENCERRADO OR PED-CANCELADO
                                   DISPLAY 'LINHA JA ENCERRADA OU '
                                           'CANCELADA'
                           ELSE
                                   MOVE PED-REGISTRO
                                       TO WRK-JRN-ANTES
                                   MOVE 'X' TO PED-STATUS
                                   REWRITE PED-REGISTRO
                                   MOVE PED-REGISTRO
                                       TO WRK-JRN-DEPOIS
                                   MOVE 'PEDCOMP' TO WRK-JRN-ARQUIVO
                                   MOVE 'RW'      TO WRK-JRN-OPER
                                   PERFORM 0098-GRAVAR-JORNAL
                                   ADD 1 TO WRK-CONTADOR
                                   DISPLAY 'LINHA CANCELADA - SALDO '
                                           'NAO RECEBIDO DESCARTADO'
                           END-IF
                   END-READ
           END-IF.
           CLOSE PEDCOMP-FILE.
       0300-FINALIZAR.
           DISPLAY 'FORNECEDORES/LINHAS TRATADOS ===> ' WRK-CONTADOR.
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
           MOVE 'PROGCOB98'      TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB98' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB98' TO OPLOG-PROGRAMA.
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
