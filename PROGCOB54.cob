      *       JORNAL DE IMAGENS ANTES/DEPOIS EM JRNL.LOG
      * 107 - ESTOQUE MINIMO POR PRODUTO (PROD-ESTQ-MIN)
      *       PARA O ALERTA DE REPOSICAO DO PROGCOB57
      * 179 - DEPARTAMENTO VALIDADO NO MESTRE DEPTOS.DAT
      *       (PROGCOB116): SO DEPARTAMENTO CADASTRADO E
      *       ATIVO E ACEITO, SENAO E REDIGITADO
      * 202 - INDICADOR DE PRODUTO PERECIVEL (S/N), QUE
      *       LIGA O CONTROLE DE LOTE E VALIDADE DO
      *       RECEBIMENTO (PROGCOB56)
      * 206 - OPERADOR IDENTIFICADO POR PIN (PERMS.DAT); A
      *       ALTERACAO DE CUSTO OU STATUS DE PRODUTO JA
      *       CADASTRADO NAO E APLICADA NA HORA - VAI PARA
      *       MUDPEND.DAT E SO VALE APOS APROVACAO DE OUTRO
      *       OPERADOR NO PROGCOB161 (DUPLO CONTROLE)
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUCTS.
           SELECT DEPTOS-FILE ASSIGN TO 'DEPTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WRK-FS-DEPTOS.
           SELECT PERMS-FILE ASSIGN TO 'PERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERM-USER
               FILE STATUS IS WRK-FS-PERMS.
           SELECT MUDPEND-FILE ASSIGN TO 'MUDPEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MUDPEND.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
       FILE SECTION.
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  DEPTOS-FILE.
           COPY 'DEPTREC.cob'.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  MUDPEND-FILE.
           COPY 'MUDPREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  OPLOG-FILE.
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-DEPTOS   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-DEPTOS==.
       77 WRK-FS-PERMS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-FS-MUDPEND  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MUDPEND==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-CODIGO      PIC 9(05) VALUE ZEROS.
       77 WRK-USER        PIC 9(02) VALUE ZEROS.
       77 WRK-PIN         PIC 9(04) VALUE ZEROS.
       77 WRK-SW-ACESSO   PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-OK VALUE 'S'.
       77 WRK-CUSTO-ATUAL PIC 9(05)V99 VALUE ZEROS.
       77 WRK-ATIVO-ATUAL PIC X(01) VALUE SPACES.
       77 WRK-QTD-PEND    PIC 9(05) VALUE ZEROS.
       77 WRK-SW-EXISTE   PIC X(01) VALUE 'N'.
           88 WRK-PRODUTO-EXISTE VALUE 'S'.
       77 WRK-SW-DEPTO    PIC X(01) VALUE 'N'.
           88 WRK-DEPTO-VALIDO VALUE 'S'.
       77 WRK-JRN-ANTES   PIC X(60) VALUE SPACES.
       77 WRK-JRN-DEPOIS  PIC X(60) VALUE SPACES.
       77 WRK-JRN-OPER    PIC X(02) VALUE SPACES.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           DISPLAY 'MANUTENCAO DE PRODUTOS - OPERADOR: '.
           ACCEPT  WRK-USER FROM CONSOLE.
           DISPLAY 'PIN DE ACESSO: '.
           ACCEPT  WRK-PIN FROM CONSOLE.
           PERFORM 0105-VALIDAR-OPERADOR.
           IF WRK-ACESSO-OK
                   PERFORM 0110-OBTER-CODIGO
           ELSE
                   DISPLAY 'OPERADOR NAO IDENTIFICADO - '
                           'MANUTENCAO RECUSADA'
           END-IF.
       0105-VALIDAR-OPERADOR.
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
       0110-OBTER-CODIGO.
           DISPLAY 'CODIGO DO PRODUTO (00000 PARA ENCERRAR): '.
           ACCEPT  WRK-CODIGO FROM CONSOLE.
                   MOVE WRK-CODIGO TO PROD-CODIGO
                   MOVE ZEROS  TO PROD-DEPTO PROD-CUSTO
                                  PROD-ESTQ-MIN
                   MOVE 'N'    TO PROD-PERECIVEL
                   DISPLAY 'PRODUTO NOVO - INCLUSAO'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-EXISTE
                   MOVE PROD-REGISTRO TO WRK-JRN-ANTES
                   MOVE PROD-CUSTO TO WRK-CUSTO-ATUAL
                   MOVE PROD-ATIVO TO WRK-ATIVO-ATUAL
                   DISPLAY 'PRODUTO: ' PROD-NOME
                           ' STATUS ' PROD-ATIVO
                           ' DEPTO '  PROD-DEPTO
                           ' CUSTO '  PROD-CUSTO
                           ' PERECIVEL ' PROD-PERECIVEL
           END-READ.
           PERFORM 0210-OBTER-DADOS.
           IF WRK-PRODUTO-EXISTE
                   PERFORM 0220-SEPARAR-SENSIVEIS
           END-IF.
           MOVE PROD-REGISTRO TO WRK-JRN-DEPOIS.
           IF WRK-PRODUTO-EXISTE
                   MOVE 'RW' TO WRK-JRN-OPER
           ACCEPT  PROD-NOME FROM CONSOLE.
           DISPLAY 'STATUS (S=ATIVO / N=INATIVO): '.
           ACCEPT  PROD-ATIVO FROM CONSOLE.
           MOVE 'N' TO WRK-SW-DEPTO.
           PERFORM 0215-OBTER-DEPTO UNTIL WRK-DEPTO-VALIDO.
           DISPLAY 'CUSTO UNITARIO EM CENTAVOS (EX: 0000750): '.
           ACCEPT  PROD-CUSTO FROM CONSOLE.
           DISPLAY 'ESTOQUE MINIMO (00000 SEM ALERTA): '.
           ACCEPT  PROD-ESTQ-MIN FROM CONSOLE.
           DISPLAY 'PERECIVEL COM LOTE/VALIDADE (S/N): '.
           ACCEPT  PROD-PERECIVEL FROM CONSOLE.
           IF NOT PROD-PERECIVEL-SIM
                   MOVE 'N' TO PROD-PERECIVEL
           END-IF.
       0215-OBTER-DEPTO.
           DISPLAY 'DEPARTAMENTO (01-99): '.
           ACCEPT  PROD-DEPTO FROM CONSOLE.
           OPEN INPUT DEPTOS-FILE.
           IF WRK-FS-DEPTOS-OK
                   MOVE PROD-DEPTO TO DEP-CODIGO
                   READ DEPTOS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DEP-ATIVO-SIM
                                   MOVE 'S' TO WRK-SW-DEPTO
                                   DISPLAY 'DEPARTAMENTO: ' DEP-NOME
                           END-IF
                   END-READ
                   CLOSE DEPTOS-FILE
                   IF NOT WRK-DEPTO-VALIDO
                           DISPLAY 'DEPARTAMENTO INATIVO OU NAO '
                                   'CADASTRADO - REDIGITE'
                   END-IF
           ELSE
                   CLOSE DEPTOS-FILE
                   MOVE 'S' TO WRK-SW-DEPTO
                   DISPLAY 'DEPTOS.DAT NAO ENCONTRADO - '
                           'DEPARTAMENTO NAO VALIDADO'
           END-IF.
       0220-SEPARAR-SENSIVEIS.
           IF PROD-CUSTO NOT = WRK-CUSTO-ATUAL
                   MOVE 'CUST'          TO MUD-CAMPO
                   MOVE SPACES          TO MUD-ANTES-FLAG
                                           MUD-NOVO-FLAG
                   MOVE WRK-CUSTO-ATUAL TO MUD-ANTES-NUM
                   MOVE PROD-CUSTO      TO MUD-NOVO-NUM
                   PERFORM 0230-GRAVAR-MUDANCA
                   MOVE WRK-CUSTO-ATUAL TO PROD-CUSTO
                   DISPLAY 'NOVO CUSTO PENDENTE DE APROVACAO'
           END-IF.
           IF PROD-ATIVO NOT = WRK-ATIVO-ATUAL
                   MOVE 'ATIV'          TO MUD-CAMPO
                   MOVE WRK-ATIVO-ATUAL TO MUD-ANTES-FLAG
                   MOVE PROD-ATIVO      TO MUD-NOVO-FLAG
                   MOVE ZEROS           TO MUD-ANTES-NUM
                                           MUD-NOVO-NUM
                   PERFORM 0230-GRAVAR-MUDANCA
                   MOVE WRK-ATIVO-ATUAL TO PROD-ATIVO
                   DISPLAY 'NOVO STATUS PENDENTE DE APROVACAO'
           END-IF.
       0230-GRAVAR-MUDANCA.
           OPEN EXTEND MUDPEND-FILE.
           IF WRK-FS-MUDPEND-ARQ-INEXISTENTE
                   CLOSE MUDPEND-FILE
                   OPEN OUTPUT MUDPEND-FILE
           END-IF.
           MOVE 'P'        TO MUD-ARQUIVO.
           MOVE WRK-CODIGO TO MUD-CODIGO.
           MOVE WRK-USER   TO MUD-SOLICITANTE.
           ACCEPT MUD-DATA FROM DATE YYYYMMDD.
           ACCEPT MUD-HORA FROM TIME.
           MOVE 'P'        TO MUD-STATUS.
           MOVE ZEROS      TO MUD-APROVADOR MUD-DATA-DECISAO.
           WRITE MUD-REGISTRO.
           CLOSE MUDPEND-FILE.
           ADD 1 TO WRK-QTD-PEND.
       0300-FINALIZAR.
           DISPLAY 'PRODUTOS TRATADOS ===> ' WRK-CONTADOR.
           DISPLAY 'MUDANCAS PENDENTES DE APROVACAO ===> '
                   WRK-QTD-PEND.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
