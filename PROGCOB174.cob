       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB174.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = REGISTRO ON-LINE DOS CASOS DE ATENDIMENTO AO
      *            CLIENTE (RECLAMACAO, GARANTIA, ENTREGA) EM
      *            SACCASO.DAT, COM NOTAS EM SACNOTA.DAT
      * DATA = XX/XX/XXXX
      * 215 - ABERTURA DO CASO CONTRA CLIENTE DO CUSTMST.DAT
      *       (FUNDIDO E RECUSADO, INDICANDO O SOBREVIVENTE),
      *       COM LOJA E TICKET OPCIONAIS CONFERIDOS NO
      *       CUSTHIST.DAT, CATEGORIA, PRODUTO, RESPONSAVEL DO
      *       MASTER.DAT E DATA LIMITE PELO PRAZO DA CATEGORIA
      *       (SAC-PRAZO-RECLAM 5, SAC-PRAZO-GARANTIA 30,
      *       SAC-PRAZO-ENTREGA 3, SAC-PRAZO-OUTROS 7 DIAS
      *       CORRIDOS). MUDANCA DE STATUS A->P->R->F (R PODE
      *       VOLTAR A P) SEMPRE COM NOTA, TROCA DE
      *       RESPONSAVEL, NOTA AVULSA E CONSULTA DO CASO COM
      *       AS NOTAS. FUNCAO 'SACC' DA MATRIZ E JORNAL EM
      *       JRNL.LOG
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SACCASO-FILE ASSIGN TO 'SACCASO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-NUMERO
               FILE STATUS IS WRK-FS-SACCASO.
           SELECT SACNOTA-FILE ASSIGN TO 'SACNOTA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SACNOTA.
           SELECT CUSTMST-FILE ASSIGN TO 'CUSTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-CUSTMST.
           SELECT CUSTHIST-FILE ASSIGN TO 'CUSTHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTHIST.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WRK-FS-MASTER.
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
       FD  SACCASO-FILE.
           COPY 'SACREC.cob'.
       FD  SACNOTA-FILE.
           COPY 'SACNREC.cob'.
       FD  CUSTMST-FILE.
           COPY 'CUSTREC.cob'.
       FD  CUSTHIST-FILE.
           COPY 'CHISTREC.cob'.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
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
       77 WRK-FS-SACCASO  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SACCASO==.
       77 WRK-FS-SACNOTA  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SACNOTA==.
       77 WRK-FS-CUSTMST  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTMST==.
       77 WRK-FS-CUSTHIST PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTHIST==.
       77 WRK-FS-MASTER   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
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
           88 WRK-OPCAO-ABRIR     VALUE 'A'.
           88 WRK-OPCAO-STATUS    VALUE 'S'.
           88 WRK-OPCAO-NOTA      VALUE 'N'.
           88 WRK-OPCAO-CONSULTAR VALUE 'C'.
           88 WRK-OPCAO-FIM       VALUE 'X'.
       77 WRK-CONTADOR  PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-NUMERO    PIC 9(07) VALUE ZEROS.
       77 WRK-ULTIMO-NUMERO PIC 9(07) VALUE ZEROS.
       77 WRK-CLIENTE   PIC 9(06) VALUE ZEROS.
       77 WRK-LOJA      PIC 9(03) VALUE ZEROS.
       77 WRK-TICKET    PIC 9(06) VALUE ZEROS.
       77 WRK-PRODUTO   PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-VENDA PIC 9(08) VALUE ZEROS.
       77 WRK-FUNCIONARIO PIC 9(03) VALUE ZEROS.
       77 WRK-CATEGORIA PIC X(01) VALUE SPACES.
           88 WRK-CATEGORIA-OK VALUE 'R' 'G' 'E' 'O'.
       77 WRK-NOVO-STATUS PIC X(01) VALUE SPACES.
       77 WRK-DESCRICAO PIC X(40) VALUE SPACES.
       77 WRK-TEXTO     PIC X(50) VALUE SPACES.
       77 WRK-PRAZO     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ITENS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-NOTAS PIC 9(05) VALUE ZEROS.
       77 WRK-SW-FIM    PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-SW-CLI-OK PIC X(01) VALUE 'N'.
           88 WRK-CLIENTE-VALIDO VALUE 'S'.
       77 WRK-SW-LOJA-OK PIC X(01) VALUE 'N'.
           88 WRK-LOJA-VALIDA VALUE 'S'.
       77 WRK-SW-FUNC-OK PIC X(01) VALUE 'N'.
           88 WRK-FUNC-VALIDO VALUE 'S'.
       77 WRK-SW-PROD-OK PIC X(01) VALUE 'N'.
           88 WRK-PRODUTO-VALIDO VALUE 'S'.
       77 WRK-SW-TICKET-OK PIC X(01) VALUE 'N'.
           88 WRK-TICKET-VALIDO VALUE 'S'.
       77 WRK-SW-CASO-OK PIC X(01) VALUE 'N'.
           88 WRK-CASO-ACHADO VALUE 'S'.
       77 WRK-SW-TRANSICAO PIC X(01) VALUE 'N'.
           88 WRK-TRANSICAO-OK VALUE 'S'.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-AUTORIZACAO.
           02 WRK-AUT-USER      PIC 9(02).
           02 WRK-AUT-FUNCAO    PIC X(04).
           02 WRK-AUT-RESULTADO PIC X(01).
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-DIA-UTIL.
           02 WRK-DU-FUNCAO    PIC X(01).
           02 WRK-DU-DATA      PIC 9(08).
           02 WRK-DU-RESULTADO PIC X(01).
           02 WRK-DU-PROXIMA   PIC 9(08).
           02 WRK-DU-REGIAO    PIC 9(02).
           02 WRK-DU-DIAS      PIC 9(03).
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
           IF WRK-BD-RESULTADO = 'S'
                   MOVE WRK-BD-DATA TO WRK-DATA-HOJE
           ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'ATENDIMENTO AO CLIENTE - OPERADOR: '.
           ACCEPT  WRK-USER FROM CONSOLE.
           DISPLAY 'PIN DE ACESSO: '.
           ACCEPT  WRK-PIN FROM CONSOLE.
           PERFORM 0110-VALIDAR-ACESSO.
           IF NOT WRK-ACESSO-OK
                   DISPLAY 'OPERADOR SEM PERMISSAO PARA '
                           'CASOS DE ATENDIMENTO'
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
                   MOVE 'SACC'   TO WRK-AUT-FUNCAO
                   CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                   IF WRK-AUT-RESULTADO NOT = 'S'
                           MOVE 'N' TO WRK-SW-ACESSO
                           DISPLAY 'FUNCAO SACC NAO AUTORIZADA '
                                   'NA MATRIZ'
                   END-IF
           END-IF.
       0120-OBTER-OPCAO.
           DISPLAY 'OPCAO (A=ABRIR S=STATUS N=NOTA C=CONSULTAR '
                   'X=FIM): '.
           ACCEPT  WRK-OPCAO FROM CONSOLE.
       0200-PROCESSAR.
           EVALUATE TRUE
                   WHEN WRK-OPCAO-ABRIR
                             PERFORM 0210-ABRIR-CASO
                   WHEN WRK-OPCAO-STATUS
                             PERFORM 0230-MUDAR-STATUS
                   WHEN WRK-OPCAO-NOTA
                             PERFORM 0240-INCLUIR-NOTA
                   WHEN WRK-OPCAO-CONSULTAR
                             PERFORM 0245-CONSULTAR-CASO
                   WHEN OTHER
                             DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           IF NOT WRK-OPCAO-FIM
                   PERFORM 0120-OBTER-OPCAO
           END-IF.
       0210-ABRIR-CASO.
           DISPLAY 'CLIENTE: '.
           ACCEPT  WRK-CLIENTE FROM CONSOLE.
           PERFORM 0250-CONSULTAR-CLIENTE.
           IF WRK-CLIENTE-VALIDO
                   PERFORM 0212-OBTER-VENDA
           END-IF.
           IF WRK-CLIENTE-VALIDO AND WRK-TICKET-VALIDO
                   PERFORM 0214-OBTER-DADOS-CASO
           END-IF.
       0212-OBTER-VENDA.
           MOVE 'S'   TO WRK-SW-TICKET-OK.
           MOVE ZEROS TO WRK-DATA-VENDA.
           DISPLAY 'LOJA DO ATENDIMENTO (000 = SEM LOJA): '.
           ACCEPT  WRK-LOJA FROM CONSOLE.
           DISPLAY 'TICKET DA VENDA (000000 = SEM TICKET): '.
           ACCEPT  WRK-TICKET FROM CONSOLE.
           DISPLAY 'PRODUTO (00000 = SEM PRODUTO): '.
           ACCEPT  WRK-PRODUTO FROM CONSOLE.
           IF WRK-LOJA > ZEROS
                   PERFORM 0255-CONSULTAR-LOJA
                   IF NOT WRK-LOJA-VALIDA
                           MOVE 'N' TO WRK-SW-TICKET-OK
                           DISPLAY 'CASO RECUSADO - LOJA INEXISTENTE'
                   END-IF
           END-IF.
           IF WRK-TICKET-VALIDO AND WRK-TICKET > ZEROS
                   IF WRK-LOJA = ZEROS
                           MOVE 'N' TO WRK-SW-TICKET-OK
                           DISPLAY 'CASO RECUSADO - TICKET SEM LOJA'
                   ELSE
                           PERFORM 0260-LOCALIZAR-TICKET
                   END-IF
           END-IF.
           IF WRK-TICKET-VALIDO AND WRK-TICKET = ZEROS
              AND WRK-PRODUTO > ZEROS
                   PERFORM 0262-CONSULTAR-PRODUTO
                   IF NOT WRK-PRODUTO-VALIDO
                           MOVE 'N' TO WRK-SW-TICKET-OK
                           DISPLAY 'CASO RECUSADO - PRODUTO '
                                   'INEXISTENTE'
                   END-IF
           END-IF.
       0214-OBTER-DADOS-CASO.
           DISPLAY 'CATEGORIA (R=RECLAMACAO G=GARANTIA E=ENTREGA '
                   'O=OUTROS): '.
           ACCEPT  WRK-CATEGORIA FROM CONSOLE.
           DISPLAY 'DESCRICAO: '.
           ACCEPT  WRK-DESCRICAO FROM CONSOLE.
           DISPLAY 'FUNCIONARIO RESPONSAVEL (000 = A DEFINIR): '.
           ACCEPT  WRK-FUNCIONARIO FROM CONSOLE.
           MOVE 'S' TO WRK-SW-FUNC-OK.
           IF WRK-FUNCIONARIO > ZEROS
                   PERFORM 0265-CONSULTAR-FUNCIONARIO
           END-IF.
           EVALUATE TRUE
                   WHEN NOT WRK-CATEGORIA-OK
                             DISPLAY 'CASO RECUSADO - CATEGORIA '
                                     'INVALIDA'
                   WHEN WRK-DESCRICAO = SPACES
                             DISPLAY 'CASO RECUSADO - DESCRICAO EM '
                                     'BRANCO'
                   WHEN NOT WRK-FUNC-VALIDO
                             DISPLAY 'CASO RECUSADO - FUNCIONARIO '
                                     'INATIVO OU INEXISTENTE'
                   WHEN OTHER
                             PERFORM 0220-GRAVAR-CASO
           END-EVALUATE.
       0220-GRAVAR-CASO.
           PERFORM 0270-CALCULAR-PRAZO.
           OPEN I-O SACCASO-FILE.
           IF WRK-FS-SACCASO-ARQ-INEXISTENTE
                   CLOSE SACCASO-FILE
                   OPEN OUTPUT SACCASO-FILE
                   CLOSE SACCASO-FILE
                   OPEN I-O SACCASO-FILE
           END-IF.
           PERFORM 0275-PROXIMO-NUMERO.
           MOVE SPACES          TO CAS-REGISTRO.
           MOVE WRK-NUMERO      TO CAS-NUMERO.
           MOVE 'A'             TO CAS-STATUS.
           MOVE WRK-CATEGORIA   TO CAS-CATEGORIA.
           MOVE WRK-CLIENTE     TO CAS-CLIENTE.
           MOVE WRK-LOJA        TO CAS-LOJA.
           MOVE WRK-TICKET      TO CAS-TICKET.
           MOVE WRK-DATA-VENDA  TO CAS-DATA-VENDA.
           MOVE WRK-PRODUTO     TO CAS-PRODUTO.
           MOVE WRK-FUNCIONARIO TO CAS-FUNCIONARIO.
           MOVE WRK-DATA-HOJE   TO CAS-DATA-ABERTURA.
           MOVE WRK-DU-PROXIMA  TO CAS-DATA-LIMITE.
           MOVE ZEROS           TO CAS-DATA-SOLUCAO CAS-DATA-FECHAM.
           MOVE WRK-USER        TO CAS-USUARIO.
           MOVE WRK-DESCRICAO   TO CAS-DESCRICAO.
           WRITE CAS-REGISTRO.
           MOVE SPACES       TO WRK-JRN-ANTES.
           MOVE CAS-REGISTRO TO WRK-JRN-DEPOIS.
           MOVE 'SACCASO'    TO WRK-JRN-ARQUIVO.
           MOVE 'WR'         TO WRK-JRN-OPER.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE SACCASO-FILE.
           ADD 1 TO WRK-CONTADOR.
           MOVE WRK-DESCRICAO TO WRK-TEXTO.
           PERFORM 0280-GRAVAR-NOTA.
           DISPLAY 'CASO ' CAS-NUMERO ' ABERTO - PRAZO ATE '
                   CAS-DATA-LIMITE.
       0230-MUDAR-STATUS.
           PERFORM 0235-OBTER-CASO.
           IF WRK-CASO-ACHADO
                   DISPLAY 'NOVO STATUS (P=EM ANDAMENTO R=RESOLVIDO '
                           'F=FECHADO): '
                   ACCEPT  WRK-NOVO-STATUS FROM CONSOLE
                   PERFORM 0237-CONFERIR-TRANSICAO
                   DISPLAY 'NOVO RESPONSAVEL (000 = MANTEM '
                           CAS-FUNCIONARIO '): '
                   ACCEPT  WRK-FUNCIONARIO FROM CONSOLE
                   MOVE 'S' TO WRK-SW-FUNC-OK
                   IF WRK-FUNCIONARIO > ZEROS
                           PERFORM 0265-CONSULTAR-FUNCIONARIO
                   ELSE
                           MOVE CAS-FUNCIONARIO TO WRK-FUNCIONARIO
                   END-IF
                   DISPLAY 'NOTA DA MUDANCA: '
                   ACCEPT  WRK-TEXTO FROM CONSOLE
                   EVALUATE TRUE
                           WHEN NOT WRK-TRANSICAO-OK
                                     DISPLAY 'MUDANCA RECUSADA - '
                                             CAS-STATUS ' PARA '
                                             WRK-NOVO-STATUS
                                             ' NAO PERMITIDO'
                           WHEN NOT WRK-FUNC-VALIDO
                                     DISPLAY 'MUDANCA RECUSADA - '
                                             'FUNCIONARIO INATIVO '
                                             'OU INEXISTENTE'
                           WHEN WRK-TEXTO = SPACES
                                     DISPLAY 'MUDANCA RECUSADA - '
                                             'NOTA OBRIGATORIA'
                           WHEN OTHER
                                     PERFORM 0238-REGRAVAR-CASO
                   END-EVALUATE
           END-IF.
           CLOSE SACCASO-FILE.
       0235-OBTER-CASO.
           MOVE 'N' TO WRK-SW-CASO-OK.
           DISPLAY 'NUMERO DO CASO: '.
           ACCEPT  WRK-NUMERO FROM CONSOLE.
           OPEN I-O SACCASO-FILE.
           IF WRK-FS-SACCASO-OK
                   MOVE WRK-NUMERO TO CAS-NUMERO
                   READ SACCASO-FILE
                       INVALID KEY
                           DISPLAY 'CASO NAO CADASTRADO'
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-SW-CASO-OK
                           MOVE CAS-REGISTRO TO WRK-JRN-ANTES
                           DISPLAY 'CASO ' CAS-NUMERO ' CLIENTE '
                                   CAS-CLIENTE ' STATUS ' CAS-STATUS
                                   ' CATEGORIA ' CAS-CATEGORIA
                           DISPLAY '  ' CAS-DESCRICAO
                   END-READ
           ELSE
                   DISPLAY 'SACCASO.DAT NAO ENCONTRADO'
           END-IF.
       0237-CONFERIR-TRANSICAO.
           MOVE 'N' TO WRK-SW-TRANSICAO.
           EVALUATE TRUE
                   WHEN WRK-NOVO-STATUS = 'P'
                        AND (CAS-ABERTO OR CAS-RESOLVIDO)
                             MOVE 'S' TO WRK-SW-TRANSICAO
                   WHEN WRK-NOVO-STATUS = 'R' AND CAS-PENDENTE
                             MOVE 'S' TO WRK-SW-TRANSICAO
                   WHEN WRK-NOVO-STATUS = 'F' AND CAS-RESOLVIDO
                             MOVE 'S' TO WRK-SW-TRANSICAO
                   WHEN OTHER
                             CONTINUE
           END-EVALUATE.
       0238-REGRAVAR-CASO.
           EVALUATE WRK-NOVO-STATUS
                   WHEN 'P'
                             MOVE ZEROS TO CAS-DATA-SOLUCAO
                   WHEN 'R'
                             MOVE WRK-DATA-HOJE TO CAS-DATA-SOLUCAO
                   WHEN 'F'
                             MOVE WRK-DATA-HOJE TO CAS-DATA-FECHAM
           END-EVALUATE.
           MOVE WRK-NOVO-STATUS TO CAS-STATUS.
           MOVE WRK-FUNCIONARIO TO CAS-FUNCIONARIO.
           REWRITE CAS-REGISTRO.
           MOVE CAS-REGISTRO TO WRK-JRN-DEPOIS.
           MOVE 'SACCASO'    TO WRK-JRN-ARQUIVO.
           MOVE 'RW'         TO WRK-JRN-OPER.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-CONTADOR.
           PERFORM 0280-GRAVAR-NOTA.
           DISPLAY 'CASO ' CAS-NUMERO ' AGORA COM STATUS ' CAS-STATUS.
       0240-INCLUIR-NOTA.
           PERFORM 0235-OBTER-CASO.
           IF WRK-CASO-ACHADO
                   IF CAS-FECHADO
                           DISPLAY 'CASO FECHADO - NOTA RECUSADA'
                   ELSE
                           DISPLAY 'NOTA: '
                           ACCEPT  WRK-TEXTO FROM CONSOLE
                           IF WRK-TEXTO = SPACES
                                   DISPLAY 'NOTA EM BRANCO - IGNORADA'
                           ELSE
                                   PERFORM 0280-GRAVAR-NOTA
                                   ADD 1 TO WRK-CONTADOR
                                   DISPLAY 'NOTA INCLUIDA'
                           END-IF
                   END-IF
           END-IF.
           CLOSE SACCASO-FILE.
       0245-CONSULTAR-CASO.
           PERFORM 0235-OBTER-CASO.
           CLOSE SACCASO-FILE.
           IF WRK-CASO-ACHADO
                   DISPLAY '  LOJA ' CAS-LOJA ' TICKET ' CAS-TICKET
                           ' VENDA ' CAS-DATA-VENDA
                           ' PRODUTO ' CAS-PRODUTO
                   DISPLAY '  ABERTO ' CAS-DATA-ABERTURA
                           ' LIMITE ' CAS-DATA-LIMITE
                           ' SOLUCAO ' CAS-DATA-SOLUCAO
                           ' FECHADO ' CAS-DATA-FECHAM
                   DISPLAY '  RESPONSAVEL ' CAS-FUNCIONARIO
                   MOVE 'N'   TO WRK-SW-FIM
                   MOVE ZEROS TO WRK-QTD-NOTAS
                   OPEN INPUT SACNOTA-FILE
                   IF WRK-FS-SACNOTA-OK
                           PERFORM 0247-LISTAR-NOTA UNTIL WRK-FIM-VARRE
                   END-IF
                   CLOSE SACNOTA-FILE
                   DISPLAY '  NOTAS DO CASO: ' WRK-QTD-NOTAS
           END-IF.
       0247-LISTAR-NOTA.
           READ SACNOTA-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF SNT-CASO = CAS-NUMERO
                           ADD 1 TO WRK-QTD-NOTAS
                           DISPLAY '  ' SNT-DATA ' ' SNT-HORA ' OP '
                                   SNT-USUARIO ' ' SNT-STATUS ' '
                                   SNT-TEXTO
                   END-IF
           END-READ.
       0250-CONSULTAR-CLIENTE.
           MOVE 'N' TO WRK-SW-CLI-OK.
           OPEN INPUT CUSTMST-FILE.
           IF WRK-FS-CUSTMST-OK
                   MOVE WRK-CLIENTE TO CLI-ID
                   READ CUSTMST-FILE
                       INVALID KEY
                           DISPLAY 'CASO RECUSADO - CLIENTE NAO '
                                   'CADASTRADO'
                       NOT INVALID KEY
                           IF CLI-FUNDIDO
                                   DISPLAY 'CASO RECUSADO - CLIENTE '
                                           'FUNDIDO NO '
                                           CLI-MERGE-PARA
                           ELSE
                                   MOVE 'S' TO WRK-SW-CLI-OK
                                   DISPLAY 'CLIENTE: ' CLI-NOME
                                           ' TEL ' CLI-TELEFONE
                           END-IF
                   END-READ
           ELSE
                   DISPLAY 'CUSTMST.DAT NAO ENCONTRADO'
           END-IF.
           CLOSE CUSTMST-FILE.
       0255-CONSULTAR-LOJA.
           MOVE 'N' TO WRK-SW-LOJA-OK.
           OPEN INPUT MASTER-FILE.
           IF WRK-FS-MASTER-OK
                   MOVE 'L'      TO MASTER-TIPO
                   MOVE WRK-LOJA TO MASTER-CODIGO
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-SW-LOJA-OK
                   END-READ
           END-IF.
           CLOSE MASTER-FILE.
       0260-LOCALIZAR-TICKET.
           MOVE 'N'   TO WRK-SW-TICKET-OK WRK-SW-FIM.
           MOVE ZEROS TO WRK-QTD-ITENS.
           OPEN INPUT CUSTHIST-FILE.
           IF WRK-FS-CUSTHIST-OK
                   PERFORM 0261-LER-HISTORICO UNTIL WRK-FIM-VARRE
           END-IF.
           CLOSE CUSTHIST-FILE.
           EVALUATE TRUE
                   WHEN WRK-QTD-ITENS = ZEROS
                             DISPLAY 'CASO RECUSADO - TICKET NAO '
                                     'ENCONTRADO PARA O CLIENTE'
                   WHEN WRK-QTD-ITENS > 1 AND WRK-PRODUTO = ZEROS
                             DISPLAY 'TICKET COM VARIOS ITENS - '
                                     'INFORME O PRODUTO'
                   WHEN OTHER
                             MOVE 'S' TO WRK-SW-TICKET-OK
           END-EVALUATE.
       0261-LER-HISTORICO.
           READ CUSTHIST-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF CHIST-CLIENTE = WRK-CLIENTE
                      AND CHIST-LOJA = WRK-LOJA
                      AND CHIST-TICKET = WRK-TICKET
                      AND (WRK-PRODUTO = ZEROS
                           OR CHIST-PRODUTO = WRK-PRODUTO)
                           ADD 1 TO WRK-QTD-ITENS
                           MOVE CHIST-DATA TO WRK-DATA-VENDA
                           IF WRK-QTD-ITENS = 1
                                   MOVE CHIST-PRODUTO
                                       TO WRK-PRODUTO
                           END-IF
                   END-IF
           END-READ.
       0262-CONSULTAR-PRODUTO.
           MOVE 'N' TO WRK-SW-PROD-OK.
           OPEN INPUT PRODUCTS-FILE.
           IF WRK-FS-PRODUCTS-OK
                   MOVE WRK-PRODUTO TO PROD-CODIGO
                   READ PRODUCTS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-SW-PROD-OK
                   END-READ
           END-IF.
           CLOSE PRODUCTS-FILE.
       0265-CONSULTAR-FUNCIONARIO.
           MOVE 'N' TO WRK-SW-FUNC-OK.
           OPEN INPUT MASTER-FILE.
           IF WRK-FS-MASTER-OK
                   MOVE 'E'             TO MASTER-TIPO
                   MOVE WRK-FUNCIONARIO TO MASTER-CODIGO
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MASTER-ATIVO-SIM
                                   MOVE 'S' TO WRK-SW-FUNC-OK
                                   DISPLAY 'RESPONSAVEL: '
                                           MASTER-NOME
                           END-IF
                   END-READ
           END-IF.
           CLOSE MASTER-FILE.
       0270-CALCULAR-PRAZO.
           EVALUATE WRK-CATEGORIA
                   WHEN 'R'
                             MOVE 'SAC-PRAZO-RECLAM'   TO WRK-CF-CHAVE
                             MOVE 5  TO WRK-PRAZO
                   WHEN 'G'
                             MOVE 'SAC-PRAZO-GARANTIA' TO WRK-CF-CHAVE
                             MOVE 30 TO WRK-PRAZO
                   WHEN 'E'
                             MOVE 'SAC-PRAZO-ENTREGA'  TO WRK-CF-CHAVE
                             MOVE 3  TO WRK-PRAZO
                   WHEN OTHER
                             MOVE 'SAC-PRAZO-OUTROS'   TO WRK-CF-CHAVE
                             MOVE 7  TO WRK-PRAZO
           END-EVALUATE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
              AND WRK-CF-VALOR-NUM < 366
                   MOVE WRK-CF-VALOR-NUM TO WRK-PRAZO
           END-IF.
           MOVE 'S'           TO WRK-DU-FUNCAO.
           MOVE WRK-DATA-HOJE TO WRK-DU-DATA.
           MOVE WRK-PRAZO     TO WRK-DU-DIAS.
           MOVE ZEROS         TO WRK-DU-REGIAO.
           CALL 'PROGCOB40' USING WRK-DIA-UTIL.
           IF WRK-DU-RESULTADO NOT = 'S'
                   MOVE WRK-DATA-HOJE TO WRK-DU-PROXIMA
           END-IF.
       0275-PROXIMO-NUMERO.
           MOVE ZEROS TO WRK-ULTIMO-NUMERO.
           MOVE 'N'   TO WRK-SW-FIM.
           MOVE ZEROS TO CAS-NUMERO.
           START SACCASO-FILE KEY IS >= CAS-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-SW-FIM
           END-START.
           PERFORM 0277-LER-NUMERO UNTIL WRK-FIM-VARRE.
           COMPUTE WRK-NUMERO = WRK-ULTIMO-NUMERO + 1.
       0277-LER-NUMERO.
           READ SACCASO-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   MOVE CAS-NUMERO TO WRK-ULTIMO-NUMERO
           END-READ.
       0280-GRAVAR-NOTA.
           OPEN EXTEND SACNOTA-FILE.
           IF WRK-FS-SACNOTA-ARQ-INEXISTENTE
                   CLOSE SACNOTA-FILE
                   OPEN OUTPUT SACNOTA-FILE
           END-IF.
           MOVE CAS-NUMERO    TO SNT-CASO.
           MOVE WRK-DATA-HOJE TO SNT-DATA.
           ACCEPT SNT-HORA FROM TIME.
           MOVE WRK-USER      TO SNT-USUARIO.
           MOVE CAS-STATUS    TO SNT-STATUS.
           MOVE WRK-TEXTO     TO SNT-TEXTO.
           WRITE SNT-REGISTRO.
           CLOSE SACNOTA-FILE.
       0300-FINALIZAR.
           DISPLAY 'CASOS/NOTAS TRATADOS ===> ' WRK-CONTADOR.
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
           MOVE 'PROGCOB174'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB174' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB174' TO OPLOG-PROGRAMA.
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
