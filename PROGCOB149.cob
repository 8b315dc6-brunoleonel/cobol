       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB149.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = MANUTENCAO ON-LINE DAS ENCOMENDAS DE
      *            CLIENTE COM SINAL (ENCOMEND.DAT)
      * DATA = XX/XX/XXXX
      * 200 - INCLUSAO PELO NUMERO DO FORMULARIO DA LOJA
      *       (CLIENTE ATIVO DO CUSTMST, PRODUTO ATIVO,
      *       QUANTIDADE, CHEGADA PREVISTA VALIDADA NO
      *       PROGCOB39 E SINAL COM MEIO DE PAGAMENTO, QUE
      *       ENTRA NO TOTAL DO DIA EM METPAG.DAT),
      *       CONSULTA E DESISTENCIA (ENCOMENDA ABERTA OU
      *       RESERVADA: LIBERA EST-RESERVADO E ESTORNA O
      *       SINAL NO MESMO MEIO), COM FUNCAO 'ENCO' DA
      *       MATRIZ E JORNAL DE IMAGENS ANTES/DEPOIS
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCOMENDA-FILE ASSIGN TO 'ENCOMEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               ALTERNATE RECORD KEY IS ENC-ITEM
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-ENCOMENDA.
           SELECT CUSTMST-FILE ASSIGN TO 'CUSTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-CUSTMST.
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
           SELECT METPAG-FILE ASSIGN TO 'METPAG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MPG-CHAVE
               FILE STATUS IS WRK-FS-METPAG.
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
       FD  ENCOMENDA-FILE.
           COPY 'ENCREC.cob'.
       FD  CUSTMST-FILE.
           COPY 'CUSTREC.cob'.
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  ESTOQUE-FILE.
           COPY 'ESTQREC.cob'.
       FD  METPAG-FILE.
           COPY 'MPAGREC.cob'.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
       77 WRK-FS-ENCOMENDA PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ENCOMENDA==.
       77 WRK-FS-CUSTMST  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTMST==.
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-ESTOQUE  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ESTOQUE==.
       77 WRK-FS-METPAG   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-METPAG==.
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
           88 WRK-OPCAO-INCLUIR     VALUE 'I'.
           88 WRK-OPCAO-CONSULTAR   VALUE 'C'.
           88 WRK-OPCAO-DESISTENCIA VALUE 'D'.
           88 WRK-OPCAO-FIM         VALUE 'X'.
       77 WRK-CONTADOR  PIC 9(07) VALUE ZEROS.
       77 WRK-NUMERO    PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-SW-CLI-OK PIC X(01) VALUE 'N'.
           88 WRK-CLIENTE-VALIDO VALUE 'S'.
       77 WRK-SW-PROD-OK PIC X(01) VALUE 'N'.
           88 WRK-PRODUTO-VALIDO VALUE 'S'.
       77 WRK-SW-PAGTO  PIC X(01) VALUE SPACES.
           88 WRK-PAGTO-VALIDO VALUE 'D' 'C' 'P'.
       77 WRK-VALOR-SINAL PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PAGTO-SINAL PIC X(01) VALUE SPACES.
       77 WRK-LOJA-SINAL  PIC 9(03) VALUE ZEROS.
       77 WRK-ENC-SALVA   PIC X(84) VALUE SPACES.
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
                   DISPLAY 'ENCOMENDAS DE CLIENTE - OPERADOR: '
                   ACCEPT  WRK-USER FROM CONSOLE
                   DISPLAY 'PIN DE ACESSO: '
                   ACCEPT  WRK-PIN FROM CONSOLE
                   PERFORM 0110-VALIDAR-ACESSO
                   IF NOT WRK-ACESSO-OK
                           DISPLAY 'OPERADOR SEM PERMISSAO PARA '
                                   'ENCOMENDAS'
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
                   MOVE 'ENCO'   TO WRK-AUT-FUNCAO
                   CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                   IF WRK-AUT-RESULTADO NOT = 'S'
                           MOVE 'N' TO WRK-SW-ACESSO
                           DISPLAY 'FUNCAO ENCO NAO AUTORIZADA '
                                   'NA MATRIZ'
                   END-IF
           END-IF.
       0120-OBTER-OPCAO.
           DISPLAY 'OPCAO (I=INCLUIR C=CONSULTAR D=DESISTENCIA '
                   'X=FIM): '.
           ACCEPT  WRK-OPCAO FROM CONSOLE.
       0200-PROCESSAR.
           EVALUATE TRUE
                   WHEN WRK-OPCAO-INCLUIR
                             PERFORM 0210-INCLUIR-ENCOMENDA
                   WHEN WRK-OPCAO-CONSULTAR
                             PERFORM 0250-CONSULTAR-ENCOMENDA
                   WHEN WRK-OPCAO-DESISTENCIA
                             PERFORM 0260-CANCELAR-ENCOMENDA
                   WHEN OTHER
                             DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           IF NOT WRK-OPCAO-FIM
                   PERFORM 0120-OBTER-OPCAO
           END-IF.
       0210-INCLUIR-ENCOMENDA.
           DISPLAY 'NUMERO DO FORMULARIO DA ENCOMENDA: '.
           ACCEPT  WRK-NUMERO FROM CONSOLE.
           OPEN I-O ENCOMENDA-FILE.
           IF WRK-FS-ENCOMENDA-ARQ-INEXISTENTE
                   CLOSE ENCOMENDA-FILE
                   OPEN OUTPUT ENCOMENDA-FILE
                   CLOSE ENCOMENDA-FILE
                   OPEN I-O ENCOMENDA-FILE
           END-IF.
           MOVE WRK-NUMERO TO ENC-NUMERO.
           READ ENCOMENDA-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WRK-NUMERO = ZEROS
              OR NOT WRK-FS-ENCOMENDA-NAO-ENCONTRADO
                   DISPLAY 'NUMERO INVALIDO OU ENCOMENDA JA '
                           'CADASTRADA'
           ELSE
                   PERFORM 0220-OBTER-DADOS-ENCOMENDA
                   IF NOT WRK-CLIENTE-VALIDO
                      OR NOT WRK-PRODUTO-VALIDO
                      OR ENC-QTDE IS NOT NUMERIC
                      OR ENC-QTDE = ZEROS
                      OR ENC-SINAL IS NOT NUMERIC
                      OR (ENC-SINAL > ZEROS
                          AND NOT WRK-PAGTO-VALIDO)
                           DISPLAY 'ENCOMENDA RECUSADA - CLIENTE OU '
                                   'PRODUTO INATIVO, QUANTIDADE OU '
                                   'SINAL INVALIDO'
                   ELSE
                           WRITE ENC-REGISTRO
                           MOVE SPACES       TO WRK-JRN-ANTES
                           MOVE ENC-REGISTRO TO WRK-JRN-DEPOIS
                           MOVE 'ENCOMEND'   TO WRK-JRN-ARQUIVO
                           MOVE 'WR'         TO WRK-JRN-OPER
                           PERFORM 0098-GRAVAR-JORNAL
                           ADD 1 TO WRK-CONTADOR
                           DISPLAY 'ENCOMENDA ' ENC-NUMERO
                                   ' INCLUIDA - SINAL RECEBIDO: '
                                   ENC-SINAL
                           IF ENC-SINAL > ZEROS
                                   MOVE ENC-SINAL TO WRK-VALOR-SINAL
                                   MOVE ENC-PAGTO-SINAL
                                       TO WRK-PAGTO-SINAL
                                   MOVE ENC-LOJA TO WRK-LOJA-SINAL
                                   PERFORM 0280-LANCAR-SINAL
                           END-IF
                   END-IF
           END-IF.
           CLOSE ENCOMENDA-FILE.
       0220-OBTER-DADOS-ENCOMENDA.
           MOVE SPACES        TO ENC-REGISTRO.
           MOVE WRK-NUMERO    TO ENC-NUMERO.
           MOVE WRK-DATA-HOJE TO ENC-DATA-PEDIDO.
           MOVE ZEROS         TO ENC-DATA-CHEGADA ENC-DATA-RETIRADA
                                 ENC-TICKET ENC-SINAL-APLICADO.
           MOVE WRK-USER      TO ENC-OPERADOR.
           MOVE 'A'           TO ENC-STATUS.
           DISPLAY 'LOJA: '.
           ACCEPT  ENC-LOJA FROM CONSOLE.
           DISPLAY 'CLIENTE: '.
           ACCEPT  ENC-CLIENTE FROM CONSOLE.
           PERFORM 0230-CONSULTAR-CLIENTE.
           DISPLAY 'PRODUTO: '.
           ACCEPT  ENC-PRODUTO FROM CONSOLE.
           PERFORM 0235-CONSULTAR-PRODUTO.
           DISPLAY 'QUANTIDADE: '.
           ACCEPT  ENC-QTDE FROM CONSOLE.
           MOVE 'N' TO WRK-DV-VALIDA.
           PERFORM 0240-OBTER-PREVISTA
                   UNTIL WRK-DV-VALIDA = 'S'.
           DISPLAY 'SINAL EM CENTAVOS (EX: 000005000): '.
           ACCEPT  ENC-SINAL FROM CONSOLE.
           IF ENC-SINAL IS NUMERIC AND ENC-SINAL > ZEROS
                   DISPLAY 'MEIO DO SINAL (D=DINHEIRO C=CARTAO '
                           'P=PIX): '
                   ACCEPT  ENC-PAGTO-SINAL FROM CONSOLE
                   MOVE ENC-PAGTO-SINAL TO WRK-SW-PAGTO
           END-IF.
       0230-CONSULTAR-CLIENTE.
           MOVE 'N' TO WRK-SW-CLI-OK.
           OPEN INPUT CUSTMST-FILE.
           IF WRK-FS-CUSTMST-OK
                   MOVE ENC-CLIENTE TO CLI-ID
                   READ CUSTMST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CLI-ATIVO
                                   MOVE 'S' TO WRK-SW-CLI-OK
                                   DISPLAY 'CLIENTE: ' CLI-NOME
                           END-IF
                   END-READ
           END-IF.
           CLOSE CUSTMST-FILE.
       0235-CONSULTAR-PRODUTO.
           MOVE 'N' TO WRK-SW-PROD-OK.
           OPEN INPUT PRODUCTS-FILE.
           IF WRK-FS-PRODUCTS-OK
                   MOVE ENC-PRODUTO TO PROD-CODIGO
                   READ PRODUCTS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PROD-ATIVO-SIM
                                   MOVE 'S' TO WRK-SW-PROD-OK
                                   DISPLAY 'PRODUTO: ' PROD-NOME
                           END-IF
                   END-READ
           END-IF.
           CLOSE PRODUCTS-FILE.
       0240-OBTER-PREVISTA.
           DISPLAY 'CHEGADA PREVISTA (AAAAMMDD): '.
           ACCEPT  ENC-DATA-PREVISTA FROM CONSOLE.
           MOVE ENC-DATA-PREVISTA TO WRK-DV-DATA.
           CALL 'PROGCOB39' USING WRK-DATA-VAL.
           IF WRK-DV-VALIDA NOT = 'S'
              OR ENC-DATA-PREVISTA < WRK-DATA-HOJE
                   MOVE 'N' TO WRK-DV-VALIDA
                   DISPLAY 'DATA INVALIDA OU ANTERIOR AO PEDIDO - '
                           'REDIGITE'
           END-IF.
       0250-CONSULTAR-ENCOMENDA.
           DISPLAY 'NUMERO DA ENCOMENDA: '.
           ACCEPT  WRK-NUMERO FROM CONSOLE.
           OPEN INPUT ENCOMENDA-FILE.
           IF NOT WRK-FS-ENCOMENDA-OK
                   DISPLAY 'ENCOMEND.DAT NAO ENCONTRADO'
           ELSE
                   MOVE WRK-NUMERO TO ENC-NUMERO
                   READ ENCOMENDA-FILE
                       INVALID KEY
                           DISPLAY 'ENCOMENDA NAO ENCONTRADA'
                       NOT INVALID KEY
                           DISPLAY 'LOJA ' ENC-LOJA
                                   ' CLIENTE ' ENC-CLIENTE
                                   ' PRODUTO ' ENC-PRODUTO
                                   ' QTDE ' ENC-QTDE
                           DISPLAY 'PEDIDO ' ENC-DATA-PEDIDO
                                   ' PREVISTA ' ENC-DATA-PREVISTA
                                   ' CHEGADA ' ENC-DATA-CHEGADA
                                   ' RETIRADA ' ENC-DATA-RETIRADA
                           DISPLAY 'SINAL ' ENC-SINAL
                                   ' MEIO ' ENC-PAGTO-SINAL
                                   ' ABATIDO ' ENC-SINAL-APLICADO
                                   ' TICKET ' ENC-TICKET
                                   ' STATUS ' ENC-STATUS
                   END-READ
           END-IF.
           CLOSE ENCOMENDA-FILE.
       0260-CANCELAR-ENCOMENDA.
           DISPLAY 'NUMERO DA ENCOMENDA: '.
           ACCEPT  WRK-NUMERO FROM CONSOLE.
           OPEN I-O ENCOMENDA-FILE.
           IF NOT WRK-FS-ENCOMENDA-OK
                   DISPLAY 'ENCOMEND.DAT NAO ENCONTRADO'
           ELSE
                   MOVE WRK-NUMERO TO ENC-NUMERO
                   READ ENCOMENDA-FILE
                       INVALID KEY
                           DISPLAY 'ENCOMENDA NAO ENCONTRADA'
                       NOT INVALID KEY
                           IF NOT ENC-ABERTA AND NOT ENC-RESERVADA
                                   DISPLAY 'ENCOMENDA JA RETIRADA '
                                           'OU CANCELADA'
                           ELSE
                                   PERFORM 0265-GRAVAR-DESISTENCIA
                           END-IF
                   END-READ
           END-IF.
           CLOSE ENCOMENDA-FILE.
       0265-GRAVAR-DESISTENCIA.
           MOVE ENC-REGISTRO TO WRK-JRN-ANTES.
           IF ENC-RESERVADA
                   MOVE ENC-REGISTRO TO WRK-ENC-SALVA
                   PERFORM 0270-LIBERAR-RESERVA
                   MOVE WRK-ENC-SALVA TO ENC-REGISTRO
                   MOVE ENC-REGISTRO  TO WRK-JRN-ANTES
           END-IF.
           MOVE 'X' TO ENC-STATUS.
           REWRITE ENC-REGISTRO.
           MOVE ENC-REGISTRO TO WRK-JRN-DEPOIS.
           MOVE 'ENCOMEND'   TO WRK-JRN-ARQUIVO.
           MOVE 'RW'         TO WRK-JRN-OPER.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-CONTADOR.
           DISPLAY 'ENCOMENDA CANCELADA - SINAL A DEVOLVER: '
                   ENC-SINAL ' MEIO ' ENC-PAGTO-SINAL.
           IF ENC-SINAL > ZEROS
                   COMPUTE WRK-VALOR-SINAL = 0 - ENC-SINAL
                   MOVE ENC-PAGTO-SINAL TO WRK-PAGTO-SINAL
                   MOVE ENC-LOJA        TO WRK-LOJA-SINAL
                   PERFORM 0280-LANCAR-SINAL
           END-IF.
       0270-LIBERAR-RESERVA.
           OPEN I-O ESTOQUE-FILE.
           MOVE ENC-LOJA    TO EST-LOJA.
           MOVE ENC-PRODUTO TO EST-PRODUTO.
           READ ESTOQUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EST-REGISTRO TO WRK-JRN-ANTES
                   IF EST-RESERVADO IS NOT NUMERIC
                      OR EST-RESERVADO < ENC-QTDE
                           MOVE ZEROS TO EST-RESERVADO
                   ELSE
                           SUBTRACT ENC-QTDE FROM EST-RESERVADO
                   END-IF
                   REWRITE EST-REGISTRO
                   MOVE EST-REGISTRO TO WRK-JRN-DEPOIS
                   MOVE 'ESTOQUE'    TO WRK-JRN-ARQUIVO
                   MOVE 'RW'         TO WRK-JRN-OPER
                   PERFORM 0098-GRAVAR-JORNAL
                   DISPLAY 'RESERVA LIBERADA PARA VENDA: ' ENC-QTDE
           END-READ.
           CLOSE ESTOQUE-FILE.
       0280-LANCAR-SINAL.
           OPEN I-O METPAG-FILE.
           IF WRK-FS-METPAG-ARQ-INEXISTENTE
                   CLOSE METPAG-FILE
                   OPEN OUTPUT METPAG-FILE
                   CLOSE METPAG-FILE
                   OPEN I-O METPAG-FILE
           END-IF.
           MOVE WRK-LOJA-SINAL  TO MPG-LOJA.
           MOVE WRK-DATA-HOJE   TO MPG-DATA.
           MOVE WRK-PAGTO-SINAL TO MPG-METODO.
           READ METPAG-FILE
               INVALID KEY
                   MOVE ZEROS  TO MPG-TOTAL
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE MPG-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           ADD WRK-VALOR-SINAL TO MPG-TOTAL.
           MOVE 'METPAG'       TO WRK-JRN-ARQUIVO.
           MOVE MPG-REGISTRO   TO WRK-JRN-DEPOIS.
           IF WRK-FS-METPAG-NAO-ENCONTRADO
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE MPG-REGISTRO
           ELSE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE MPG-REGISTRO
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE METPAG-FILE.
       0300-FINALIZAR.
           DISPLAY 'ENCOMENDAS TRATADAS ===> ' WRK-CONTADOR.
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
           MOVE 'PROGCOB149'      TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB149' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB149' TO OPLOG-PROGRAMA.
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
