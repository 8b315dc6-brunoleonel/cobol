       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB100.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = CAPTURA DE NOTAS FISCAIS DE FORNECEDOR
      *            CONTRA O RECEBIDO NO PEDIDO DE COMPRA E
      *            ABERTURA DO TITULO A PAGAR (TITPAGAR.DAT)
      * DATA = XX/XX/XXXX
      * 167 - CADA LINHA DA NOTA REFERE PEDIDO/LINHA DO
      *       PEDCOMP.DAT DO MESMO FORNECEDOR E LOJA: A
      *       QUANTIDADE NAO PODE PASSAR DO RECEBIDO PELO
      *       PROGCOB56 MENOS O JA FATURADO E O PRECO NAO
      *       PODE PASSAR DO CUSTO DO PEDIDO MAIS A
      *       TOLERANCIA (CHAVE NOTA-TOLER-PCT DO
      *       CONFIG.CFG). NOTA CONFERIDA ABRE O TITULO
      *       'A'; DIVERGENTE ABRE 'B' (BLOQUEADO, EXCECAO
      *       E044) E SO E LIBERADA POR OUTRO OPERADOR.
      *       VENCIMENTO EM BRANCO = EMISSAO + PRAZO DE
      *       PAGAMENTO DO FORNECEDOR (PROGCOB40 'S')
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
           SELECT TITPAGAR-FILE ASSIGN TO 'TITPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TPG-CHAVE
               FILE STATUS IS WRK-FS-TITPAGAR.
           SELECT PERMS-FILE ASSIGN TO 'PERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERM-USER
               FILE STATUS IS WRK-FS-PERMS.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT EXCEPTION-FILE ASSIGN TO 'EXCPT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  FORNEC-FILE.
           COPY 'FORNREC.cob'.
       FD  PEDCOMP-FILE.
           COPY 'PEDCREC.cob'.
       FD  TITPAGAR-FILE.
           COPY 'TITPREC.cob'.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  EXCEPTION-FILE.
           COPY 'EXCPREC.cob'.
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
       01 WRK-PRM-AUDIT.
           02 WRK-PA-TEXTO PIC X(60).
       77 WRK-FS-FORNEC   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-FORNEC==.
       77 WRK-FS-PEDCOMP  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PEDCOMP==.
       77 WRK-FS-TITPAGAR PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-TITPAGAR==.
       77 WRK-FS-PERMS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
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
           88 WRK-OPCAO-NOTA     VALUE 'N'.
           88 WRK-OPCAO-LIBERAR  VALUE 'L'.
           88 WRK-OPCAO-FIM      VALUE 'X'.
       77 WRK-CONTADOR  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-BLOQ  PIC 9(05) VALUE ZEROS.
       77 WRK-FORNECEDOR PIC 9(05) VALUE ZEROS.
       77 WRK-NOTA      PIC 9(09) VALUE ZEROS.
       77 WRK-PRAZO-PGTO PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-EMISSAO PIC 9(08) VALUE ZEROS.
       77 WRK-VENCIMENTO PIC 9(08) VALUE ZEROS.
       77 WRK-LOJA-NOTA PIC 9(03) VALUE ZEROS.
       77 WRK-PEDIDO    PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-NOTA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PRECO-LIMITE PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTD-DISPONIVEL PIC S9(07) VALUE ZEROS.
       77 WRK-TOLER-PCT PIC 9(03) VALUE ZEROS.
       77 WRK-SW-FORN-OK PIC X(01) VALUE 'N'.
           88 WRK-FORNECEDOR-VALIDO VALUE 'S'.
       77 WRK-SW-NOTA-EXISTE PIC X(01) VALUE 'N'.
           88 WRK-NOTA-EXISTE VALUE 'S'.
       77 WRK-SW-DIVERGE PIC X(01) VALUE 'N'.
           88 WRK-NOTA-DIVERGENTE VALUE 'S'.
       01 WRK-TAB-ITENS.
           02 WRK-TI-ENTRADA OCCURS 20 TIMES.
               03 WRK-TI-PEDIDO  PIC 9(07).
               03 WRK-TI-LINHA   PIC 9(03).
               03 WRK-TI-QTDE    PIC 9(07).
               03 WRK-TI-PRECO   PIC 9(05)V99.
               03 WRK-TI-MOTIVO  PIC X(04).
       77 WRK-QTD-ITENS PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-ITEM  PIC 9(02) VALUE ZEROS.
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-AUTORIZACAO.
           02 WRK-AUT-USER      PIC 9(02).
           02 WRK-AUT-FUNCAO    PIC X(04).
           02 WRK-AUT-RESULTADO PIC X(01).
       01 WRK-DATA-VAL.
           02 WRK-DV-DATA       PIC 9(08).
           02 WRK-DV-VALIDA     PIC X(01).
           02 WRK-DV-DIA-SEMANA PIC 9(01).
       01 WRK-DIA-UTIL.
           02 WRK-DU-FUNCAO    PIC X(01).
           02 WRK-DU-DATA      PIC 9(08).
           02 WRK-DU-RESULTADO PIC X(01).
           02 WRK-DU-PROXIMA   PIC 9(08).
           02 WRK-DU-REGIAO    PIC 9(02).
           02 WRK-DU-DIAS      PIC 9(03).
       01 WRK-DESC-DIVERG.
           02 FILLER          PIC X(07) VALUE 'NF DIV '.
           02 WRK-DD-MOTIVO   PIC X(04).
           02 FILLER          PIC X(04) VALUE ' FOR'.
           02 WRK-DD-FORNEC   PIC 9(05).
           02 FILLER          PIC X(03) VALUE ' NF'.
           02 WRK-DD-NOTA     PIC 9(09).
           02 FILLER          PIC X(03) VALUE ' PD'.
           02 WRK-DD-PEDIDO   PIC 9(07).
           02 FILLER          PIC X(01) VALUE SPACE.
       01 WRK-DATAHORA-SYS.
           02 WRK-DHS-DATA  PIC 9(08).
           02 WRK-DHS-HORA  PIC 9(06).
       01 WRK-LINHA-AUDIT.
           02 WRK-LA-DATAHORA  PIC X(15).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LA-USER      PIC 9(02).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LA-DECISAO   PIC X(15).
           02 FILLER           PIC X(05) VALUE ' FOR '.
           02 WRK-LA-FORNEC    PIC 9(05).
           02 FILLER           PIC X(04) VALUE ' NF '.
           02 WRK-LA-NOTA      PIC 9(09).
           02 FILLER           PIC X(03) VALUE SPACES.
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
           MOVE 'NOTA-TOLER-PCT' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-TOLER-PCT
           END-IF.
           DISPLAY 'NOTAS DE FORNECEDOR - OPERADOR: '.
           ACCEPT  WRK-USER FROM CONSOLE.
           DISPLAY 'PIN DE ACESSO: '.
           ACCEPT  WRK-PIN FROM CONSOLE.
           PERFORM 0110-VALIDAR-ACESSO.
           IF NOT WRK-ACESSO-OK
                   DISPLAY 'OPERADOR SEM PERMISSAO PARA CONTAS A '
                           'PAGAR'
           ELSE
                   PERFORM 0120-OBTER-OPCAO
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
                   MOVE 'CPAG'   TO WRK-AUT-FUNCAO
                   CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                   IF WRK-AUT-RESULTADO NOT = 'S'
                           MOVE 'N' TO WRK-SW-ACESSO
                           DISPLAY 'FUNCAO CPAG NAO AUTORIZADA '
                                   'NA MATRIZ'
                   END-IF
           END-IF.
       0120-OBTER-OPCAO.
           DISPLAY 'OPCAO (N=NOVA NOTA L=LIBERAR BLOQUEADA '
                   'X=FIM): '.
           ACCEPT  WRK-OPCAO FROM CONSOLE.
       0200-PROCESSAR.
           EVALUATE TRUE
                   WHEN WRK-OPCAO-NOTA
                             PERFORM 0210-CAPTURAR-NOTA
                   WHEN WRK-OPCAO-LIBERAR
                             PERFORM 0270-LIBERAR-NOTA
                   WHEN OTHER
                             DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           IF NOT WRK-OPCAO-FIM
                   PERFORM 0120-OBTER-OPCAO
           END-IF.
       0210-CAPTURAR-NOTA.
           DISPLAY 'FORNECEDOR: '.
           ACCEPT  WRK-FORNECEDOR FROM CONSOLE.
           DISPLAY 'NUMERO DA NOTA FISCAL: '.
           ACCEPT  WRK-NOTA FROM CONSOLE.
           PERFORM 0215-CONSULTAR-FORNECEDOR.
           PERFORM 0217-CONSULTAR-NOTA.
           IF NOT WRK-FORNECEDOR-VALIDO
                   DISPLAY 'FORNECEDOR INATIVO OU INEXISTENTE'
           ELSE
           IF WRK-NOTA-EXISTE
                   DISPLAY 'NOTA JA CAPTURADA PARA O FORNECEDOR'
           ELSE
                   MOVE 'N' TO WRK-DV-VALIDA
                   PERFORM 0220-OBTER-EMISSAO
                           UNTIL WRK-DV-VALIDA = 'S'
                   MOVE 'N' TO WRK-DV-VALIDA
                   PERFORM 0225-OBTER-VENCIMENTO
                           UNTIL WRK-DV-VALIDA = 'S'
                   MOVE ZEROS TO WRK-QTD-ITENS WRK-LOJA-NOTA
                                 WRK-VALOR-NOTA
                   MOVE 'N'   TO WRK-SW-DIVERGE
                   PERFORM 0230-OBTER-PEDIDO
                   PERFORM 0235-CONFERIR-ITEM
                           UNTIL WRK-PEDIDO = ZEROS
                   IF WRK-QTD-ITENS = ZEROS
                           DISPLAY 'NOTA SEM ITENS - DESCARTADA'
                   ELSE
                           PERFORM 0250-GRAVAR-TITULO
                   END-IF
           END-IF
           END-IF.
       0215-CONSULTAR-FORNECEDOR.
           MOVE 'N'   TO WRK-SW-FORN-OK.
           MOVE ZEROS TO WRK-PRAZO-PGTO.
           OPEN INPUT FORNEC-FILE.
           IF WRK-FS-FORNEC-OK
                   MOVE WRK-FORNECEDOR TO FOR-CODIGO
                   READ FORNEC-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FOR-ATIVO-SIM
                                   MOVE 'S' TO WRK-SW-FORN-OK
                                   MOVE FOR-PRAZO-PGTO
                                       TO WRK-PRAZO-PGTO
                           END-IF
                   END-READ
           END-IF.
           CLOSE FORNEC-FILE.
       0217-CONSULTAR-NOTA.
           MOVE 'N' TO WRK-SW-NOTA-EXISTE.
           OPEN INPUT TITPAGAR-FILE.
           IF WRK-FS-TITPAGAR-OK
                   MOVE WRK-FORNECEDOR TO TPG-FORNECEDOR
                   MOVE WRK-NOTA       TO TPG-NOTA
                   READ TITPAGAR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-SW-NOTA-EXISTE
                   END-READ
           END-IF.
           CLOSE TITPAGAR-FILE.
       0220-OBTER-EMISSAO.
           DISPLAY 'DATA DE EMISSAO DA NOTA (AAAAMMDD): '.
           ACCEPT  WRK-DATA-EMISSAO FROM CONSOLE.
           MOVE WRK-DATA-EMISSAO TO WRK-DV-DATA.
           CALL 'PROGCOB39' USING WRK-DATA-VAL.
           IF WRK-DV-VALIDA NOT = 'S'
                   DISPLAY 'DATA INVALIDA - REDIGITE'
           END-IF.
       0225-OBTER-VENCIMENTO.
           DISPLAY 'VENCIMENTO (AAAAMMDD, ZEROS = PRAZO DO '
                   'FORNECEDOR): '.
           ACCEPT  WRK-VENCIMENTO FROM CONSOLE.
           IF WRK-VENCIMENTO = ZEROS
                   MOVE 'S'              TO WRK-DU-FUNCAO
                   MOVE WRK-DATA-EMISSAO TO WRK-DU-DATA
                   MOVE WRK-PRAZO-PGTO   TO WRK-DU-DIAS
                   MOVE ZEROS            TO WRK-DU-REGIAO
                   CALL 'PROGCOB40' USING WRK-DIA-UTIL
                   MOVE WRK-DU-PROXIMA   TO WRK-VENCIMENTO
                   DISPLAY 'VENCIMENTO CALCULADO: ' WRK-VENCIMENTO
           END-IF.
           MOVE WRK-VENCIMENTO TO WRK-DV-DATA.
           CALL 'PROGCOB39' USING WRK-DATA-VAL.
           IF WRK-DV-VALIDA NOT = 'S'
              OR WRK-VENCIMENTO < WRK-DATA-EMISSAO
                   MOVE 'N' TO WRK-DV-VALIDA
                   DISPLAY 'VENCIMENTO INVALIDO - REDIGITE'
           END-IF.
       0230-OBTER-PEDIDO.
           DISPLAY 'PEDIDO DO ITEM (0000000 ENCERRA A NOTA): '.
           ACCEPT  WRK-PEDIDO FROM CONSOLE.
       0235-CONFERIR-ITEM.
           IF WRK-QTD-ITENS >= 20
                   DISPLAY 'LIMITE DE 20 ITENS POR NOTA'
           ELSE
                   ADD 1 TO WRK-QTD-ITENS
                   MOVE WRK-QTD-ITENS TO WRK-IDX-ITEM
                   MOVE WRK-PEDIDO TO WRK-TI-PEDIDO(WRK-IDX-ITEM)
                   DISPLAY 'LINHA DO PEDIDO: '
                   ACCEPT  WRK-TI-LINHA(WRK-IDX-ITEM) FROM CONSOLE
                   DISPLAY 'QUANTIDADE FATURADA: '
                   ACCEPT  WRK-TI-QTDE(WRK-IDX-ITEM) FROM CONSOLE
                   DISPLAY 'PRECO UNITARIO EM CENTAVOS: '
                   ACCEPT  WRK-TI-PRECO(WRK-IDX-ITEM) FROM CONSOLE
                   PERFORM 0240-CONFRONTAR-PEDIDO
                   COMPUTE WRK-VALOR-NOTA = WRK-VALOR-NOTA
                           + (WRK-TI-QTDE(WRK-IDX-ITEM)
                              * WRK-TI-PRECO(WRK-IDX-ITEM))
           END-IF.
           PERFORM 0230-OBTER-PEDIDO.
       0240-CONFRONTAR-PEDIDO.
           MOVE SPACES TO WRK-TI-MOTIVO(WRK-IDX-ITEM).
           OPEN INPUT PEDCOMP-FILE.
           IF NOT WRK-FS-PEDCOMP-OK
                   MOVE 'SPED' TO WRK-TI-MOTIVO(WRK-IDX-ITEM)
           ELSE
                   MOVE WRK-TI-PEDIDO(WRK-IDX-ITEM) TO PED-NUMERO
                   MOVE WRK-TI-LINHA(WRK-IDX-ITEM)  TO PED-LINHA
                   READ PEDCOMP-FILE
                       INVALID KEY
                           MOVE 'SPED'
                               TO WRK-TI-MOTIVO(WRK-IDX-ITEM)
                   END-READ
           END-IF.
           CLOSE PEDCOMP-FILE.
           IF WRK-TI-MOTIVO(WRK-IDX-ITEM) = SPACES
                   IF WRK-LOJA-NOTA = ZEROS
                           MOVE PED-LOJA TO WRK-LOJA-NOTA
                   END-IF
                   COMPUTE WRK-QTD-DISPONIVEL = PED-QTDE-RECEBIDA
                           - PED-QTDE-FATURADA
                   COMPUTE WRK-PRECO-LIMITE = PED-CUSTO-UNIT
                           + (PED-CUSTO-UNIT * WRK-TOLER-PCT / 100)
                   EVALUATE TRUE
                           WHEN PED-FORNECEDOR NOT = WRK-FORNECEDOR
                                     MOVE 'FORN'
                                       TO WRK-TI-MOTIVO(WRK-IDX-ITEM)
                           WHEN PED-LOJA NOT = WRK-LOJA-NOTA
                                     MOVE 'LOJA'
                                       TO WRK-TI-MOTIVO(WRK-IDX-ITEM)
                           WHEN WRK-TI-QTDE(WRK-IDX-ITEM)
                                > WRK-QTD-DISPONIVEL
                                     MOVE 'QTDE'
                                       TO WRK-TI-MOTIVO(WRK-IDX-ITEM)
                           WHEN WRK-TI-PRECO(WRK-IDX-ITEM)
                                > WRK-PRECO-LIMITE
                                     MOVE 'PREC'
                                       TO WRK-TI-MOTIVO(WRK-IDX-ITEM)
                           WHEN OTHER
                                     CONTINUE
                   END-EVALUATE
           END-IF.
           IF WRK-TI-MOTIVO(WRK-IDX-ITEM) NOT = SPACES
                   MOVE 'S' TO WRK-SW-DIVERGE
                   DISPLAY 'ITEM DIVERGENTE DO RECEBIDO - MOTIVO '
                           WRK-TI-MOTIVO(WRK-IDX-ITEM)
                   MOVE WRK-TI-MOTIVO(WRK-IDX-ITEM) TO WRK-DD-MOTIVO
                   MOVE WRK-FORNECEDOR TO WRK-DD-FORNEC
                   MOVE WRK-NOTA       TO WRK-DD-NOTA
                   MOVE WRK-TI-PEDIDO(WRK-IDX-ITEM) TO WRK-DD-PEDIDO
                   MOVE 'E044'         TO WRK-EXC-CODIGO
                   MOVE WRK-DESC-DIVERG TO WRK-EXC-DESCRICAO
                   PERFORM 0290-REGISTRAR-EXCECAO
           END-IF.
       0250-GRAVAR-TITULO.
           OPEN I-O TITPAGAR-FILE.
           IF WRK-FS-TITPAGAR-ARQ-INEXISTENTE
                   CLOSE TITPAGAR-FILE
                   OPEN OUTPUT TITPAGAR-FILE
                   CLOSE TITPAGAR-FILE
                   OPEN I-O TITPAGAR-FILE
           END-IF.
           MOVE SPACES            TO TPG-REGISTRO.
           MOVE WRK-FORNECEDOR    TO TPG-FORNECEDOR.
           MOVE WRK-NOTA          TO TPG-NOTA.
           MOVE WRK-LOJA-NOTA     TO TPG-LOJA.
           MOVE WRK-TI-PEDIDO(1)  TO TPG-PEDIDO.
           MOVE WRK-DATA-EMISSAO  TO TPG-DATA-EMISSAO.
           MOVE WRK-VENCIMENTO    TO TPG-VENCIMENTO.
           MOVE WRK-VALOR-NOTA    TO TPG-VALOR.
           MOVE ZEROS             TO TPG-VALOR-PAGO TPG-DATA-PGTO.
           MOVE WRK-USER          TO TPG-OPERADOR.
           MOVE 'N'               TO TPG-CONTABIL.
           IF WRK-NOTA-DIVERGENTE
                   MOVE 'B' TO TPG-STATUS
                   ADD 1 TO WRK-QTD-BLOQ
                   DISPLAY 'NOTA GRAVADA BLOQUEADA PARA PAGAMENTO'
           ELSE
                   MOVE 'A' TO TPG-STATUS
                   DISPLAY 'NOTA CONFERIDA - TITULO ABERTO'
           END-IF.
           WRITE TPG-REGISTRO.
           MOVE SPACES       TO WRK-JRN-ANTES.
           MOVE TPG-REGISTRO TO WRK-JRN-DEPOIS.
           MOVE 'TITPAGAR'   TO WRK-JRN-ARQUIVO.
           MOVE 'WR'         TO WRK-JRN-OPER.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE TITPAGAR-FILE.
           ADD 1 TO WRK-CONTADOR.
           MOVE ZEROS TO WRK-IDX-ITEM.
           PERFORM 0260-FATURAR-ITEM
                   UNTIL WRK-IDX-ITEM >= WRK-QTD-ITENS.
       0260-FATURAR-ITEM.
           ADD 1 TO WRK-IDX-ITEM.
           IF WRK-TI-MOTIVO(WRK-IDX-ITEM) NOT = 'SPED'
                   OPEN I-O PEDCOMP-FILE
                   MOVE WRK-TI-PEDIDO(WRK-IDX-ITEM) TO PED-NUMERO
                   MOVE WRK-TI-LINHA(WRK-IDX-ITEM)  TO PED-LINHA
                   READ PEDCOMP-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PED-REGISTRO TO WRK-JRN-ANTES
                           ADD WRK-TI-QTDE(WRK-IDX-ITEM)
                               TO PED-QTDE-FATURADA
                           REWRITE PED-REGISTRO
                           MOVE PED-REGISTRO TO WRK-JRN-DEPOIS
                           MOVE 'PEDCOMP'    TO WRK-JRN-ARQUIVO
                           MOVE 'RW'         TO WRK-JRN-OPER
                           PERFORM 0098-GRAVAR-JORNAL
                   END-READ
                   CLOSE PEDCOMP-FILE
           END-IF.
       0270-LIBERAR-NOTA.
           DISPLAY 'FORNECEDOR: '.
           ACCEPT  WRK-FORNECEDOR FROM CONSOLE.
           DISPLAY 'NUMERO DA NOTA FISCAL: '.
           ACCEPT  WRK-NOTA FROM CONSOLE.
           OPEN I-O TITPAGAR-FILE.
           IF NOT WRK-FS-TITPAGAR-OK
                   DISPLAY 'TITPAGAR.DAT NAO ENCONTRADO'
           ELSE
                   MOVE WRK-FORNECEDOR TO TPG-FORNECEDOR
                   MOVE WRK-NOTA       TO TPG-NOTA
                   READ TITPAGAR-FILE
                       INVALID KEY
                           DISPLAY 'NOTA NAO ENCONTRADA'
                       NOT INVALID KEY
                           PERFORM 0275-DECIDIR-LIBERACAO
                   END-READ
           END-IF.
           CLOSE TITPAGAR-FILE.
       0275-DECIDIR-LIBERACAO.
           EVALUATE TRUE
                   WHEN NOT TPG-BLOQUEADO
                             DISPLAY 'NOTA NAO ESTA BLOQUEADA'
                   WHEN TPG-OPERADOR = WRK-USER
                             DISPLAY 'NOTA CAPTURADA PELO PROPRIO '
                                     'OPERADOR - LIBERACAO VEDADA'
                   WHEN OTHER
                             MOVE TPG-REGISTRO TO WRK-JRN-ANTES
                             MOVE 'A' TO TPG-STATUS
                             REWRITE TPG-REGISTRO
                             MOVE TPG-REGISTRO TO WRK-JRN-DEPOIS
                             MOVE 'TITPAGAR'   TO WRK-JRN-ARQUIVO
                             MOVE 'RW'         TO WRK-JRN-OPER
                             PERFORM 0098-GRAVAR-JORNAL
                             ADD 1 TO WRK-CONTADOR
                             MOVE 'NF LIBERADA' TO WRK-LA-DECISAO
                             PERFORM 0280-REGISTRAR-AUDITORIA
                             DISPLAY 'NOTA LIBERADA PARA PAGAMENTO'
           END-EVALUATE.
       0280-REGISTRAR-AUDITORIA.
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-DHS-HORA FROM TIME.
           MOVE WRK-DATAHORA-SYS TO WRK-LA-DATAHORA.
           MOVE WRK-USER         TO WRK-LA-USER.
           MOVE WRK-FORNECEDOR   TO WRK-LA-FORNEC.
           MOVE WRK-NOTA         TO WRK-LA-NOTA.
           MOVE WRK-LINHA-AUDIT TO WRK-PA-TEXTO.
           CALL 'PROGCOB82' USING WRK-PRM-AUDIT.
       0300-FINALIZAR.
           CLOSE EXCEPTION-FILE.
           DISPLAY 'NOTAS TRATADAS ===> ' WRK-CONTADOR.
           DISPLAY 'NOTAS BLOQUEADAS ===> ' WRK-QTD-BLOQ.
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
           MOVE 'PROGCOB100'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0290-REGISTRAR-EXCECAO.
           MOVE 'PROGCOB100' TO EXC-PROGRAMA.
           ACCEPT EXC-DATA FROM DATE YYYYMMDD.
           ACCEPT EXC-HORA FROM TIME.
           MOVE WRK-EXC-CODIGO    TO EXC-CODIGO.
           MOVE WRK-EXC-DESCRICAO TO EXC-DESCRICAO.
           WRITE EXC-LINHA-REL.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB100' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB100' TO OPLOG-PROGRAMA.
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
