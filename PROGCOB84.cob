      *       E O MESTRE DESATIVADO NO MESMO DIA - RELACAO
      *       DO QUE FOI APLICADO E LISTA DE EXCECOES PARA
      *       REGISTRO DO FEED QUE NAO CASA COM NADA
      * 184 - FEED TRAZ A LOJA DO FUNCIONARIO (RH-LOJA):
      *       ADMISSAO COM LOJA ABRE A LOTACAO EM
      *       LOTACAO.DAT, NOVA ACAO 'T' (TRANSFERENCIA)
      *       ENCERRA A LOTACAO VIGENTE E ABRE A DA NOVA
      *       LOJA, DESLIGAMENTO ENCERRA AS LOTACOES
      *       (TUDO COM JORNAL) - BASE DA VALIDACAO DO PONTO
      *       NO PROGCOB123
      * 204 - REGISTRO 'E' INCLUIDO COM O MODELO DE LOJA EM
      *       BRANCO (CAMPO SO VALE PARA LOJAS)
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-CHAVE
               FILE STATUS IS WRK-FS-FUNCAUT.
           SELECT LOTACAO-FILE ASSIGN TO 'LOTACAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-FS-LOTACAO.
           SELECT PENDENTE-FILE ASSIGN TO 'PENDENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDENTE.
           02 RH-ACAO       PIC X(01).
               88 RH-ADMISSAO     VALUE 'J'.
               88 RH-DESLIGAMENTO VALUE 'L'.
               88 RH-TRANSFERENCIA VALUE 'T'.
           02 RH-MATRICULA  PIC 9(02).
           02 RH-NOME       PIC X(20).
           02 RH-NIVEL      PIC 9(02).
           02 RH-DATA       PIC 9(08).
           02 RH-LOJA       PIC 9(03).
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  FUNCAUT-FILE.
           COPY 'FUNCREC.cob'.
       FD  LOTACAO-FILE.
           COPY 'LOTAREC.cob'.
       FD  PENDENTE-FILE.
       01  PEND-REGISTRO.
           02 PEND-ACAO        PIC X(01).
       77 WRK-FS-FUNCAUT  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-FUNCAUT==.
       77 WRK-FS-LOTACAO  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-LOTACAO==.
       77 WRK-FS-PENDENTE PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PENDENTE==.
           88 WRK-FEED-CASOU VALUE 'S'.
       77 WRK-SW-FIM-FUNC PIC X(01) VALUE 'N'.
           88 WRK-FIM-FUNCOES VALUE 'S'.
       77 WRK-SW-FIM-LOT  PIC X(01) VALUE 'N'.
           88 WRK-FIM-LOTACOES VALUE 'S'.
       77 WRK-SW-ATIVO    PIC X(01) VALUE 'N'.
           88 WRK-FUNC-ATIVO VALUE 'S'.
       77 WRK-JRN-ARQUIVO PIC X(08) VALUE SPACES.
       77 WRK-JRN-OPER    PIC X(02) VALUE SPACES.
       77 WRK-JRN-ANTES   PIC X(60) VALUE SPACES.
                                     PERFORM 0210-TRATAR-ADMISSAO
                           WHEN RH-DESLIGAMENTO
                                     PERFORM 0240-TRATAR-DESLIG
                           WHEN RH-TRANSFERENCIA
                                     PERFORM 0230-TRATAR-TRANSF
                           WHEN OTHER
                                     PERFORM 0290-RELATAR-EXCECAO
                   END-EVALUATE
                   MOVE ZEROS        TO MASTER-REGIAO
                   MOVE RH-DATA      TO MASTER-DATA-ABERTURA
                   MOVE ZEROS        TO MASTER-DATA-ENCERR
                   MOVE SPACE        TO MASTER-MODELO
                   MOVE 'MASTER' TO WRK-JRN-ARQUIVO
                   MOVE 'WR'     TO WRK-JRN-OPER
                   MOVE MASTER-REGISTRO TO WRK-JRN-DEPOIS
                   WRITE MASTER-REGISTRO
                   PERFORM 0098-GRAVAR-JORNAL
                   PERFORM 0220-SOLICITAR-PROVISAO
                   IF RH-LOJA > ZEROS
                           PERFORM 0225-ABRIR-LOTACAO
                   END-IF
                   ADD 1 TO WRK-CONTADOR
                   MOVE RH-ACAO TO WRK-LD-ACAO
                   MOVE RH-MATRICULA TO WRK-LD-USER
           MOVE 'P'          TO PEND-STATUS.
           WRITE PEND-REGISTRO.
           CLOSE PENDENTE-FILE.
       0225-ABRIR-LOTACAO.
           OPEN I-O LOTACAO-FILE.
           IF WRK-FS-LOTACAO-ARQ-INEXISTENTE
                   CLOSE LOTACAO-FILE
                   OPEN OUTPUT LOTACAO-FILE
                   CLOSE LOTACAO-FILE
                   OPEN I-O LOTACAO-FILE
           END-IF.
           MOVE RH-MATRICULA TO LOT-FUNCIONARIO.
           MOVE RH-LOJA      TO LOT-LOJA.
           READ LOTACAO-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE LOT-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           MOVE RH-DATA      TO LOT-DATA-INICIO.
           MOVE ZEROS        TO LOT-DATA-FIM.
           MOVE LOT-REGISTRO TO WRK-JRN-DEPOIS.
           MOVE 'LOTACAO'    TO WRK-JRN-ARQUIVO.
           IF WRK-FS-LOTACAO-NAO-ENCONTRADO
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE LOT-REGISTRO
           ELSE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE LOT-REGISTRO
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE LOTACAO-FILE.
       0230-TRATAR-TRANSF.
           MOVE 'N' TO WRK-SW-ATIVO.
           OPEN INPUT MASTER-FILE.
           IF WRK-FS-MASTER-OK
                   MOVE 'E'          TO MASTER-TIPO
                   MOVE RH-MATRICULA TO MASTER-CODIGO
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MASTER-ATIVO-SIM
                                   MOVE 'S' TO WRK-SW-ATIVO
                           END-IF
                   END-READ
           END-IF.
           CLOSE MASTER-FILE.
           IF WRK-FUNC-ATIVO AND RH-LOJA > ZEROS
                   PERFORM 0232-ENCERRAR-LOTACOES
                   PERFORM 0225-ABRIR-LOTACAO
                   ADD 1 TO WRK-CONTADOR
                   MOVE RH-ACAO TO WRK-LD-ACAO
                   MOVE RH-MATRICULA TO WRK-LD-USER
                   MOVE RH-NOME TO WRK-LD-NOME
                   MOVE SPACES TO WRK-LD-TEXTO
                   STRING 'TRANSFERIDO PARA A LOJA ' RH-LOJA
                          DELIMITED BY SIZE INTO WRK-LD-TEXTO
                   PERFORM 0280-GRAVAR-DELTA
           ELSE
                   PERFORM 0290-RELATAR-EXCECAO
           END-IF.
       0232-ENCERRAR-LOTACOES.
           MOVE 'N' TO WRK-SW-FIM-LOT.
           OPEN I-O LOTACAO-FILE.
           IF WRK-FS-LOTACAO-OK
                   MOVE RH-MATRICULA TO LOT-FUNCIONARIO
                   MOVE ZEROS        TO LOT-LOJA
                   START LOTACAO-FILE KEY >= LOT-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM-LOT
                   END-START
                   PERFORM 0234-ENCERRAR-LOTACAO
                           UNTIL WRK-FIM-LOTACOES
           END-IF.
           CLOSE LOTACAO-FILE.
       0234-ENCERRAR-LOTACAO.
           READ LOTACAO-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM-LOT
               NOT AT END
                   IF LOT-FUNCIONARIO NOT = RH-MATRICULA
                           MOVE 'S' TO WRK-SW-FIM-LOT
                   ELSE
                           IF LOT-DATA-FIM = ZEROS
                                   MOVE LOT-REGISTRO TO WRK-JRN-ANTES
                                   MOVE RH-DATA TO LOT-DATA-FIM
                                   MOVE LOT-REGISTRO
                                       TO WRK-JRN-DEPOIS
                                   MOVE 'LOTACAO' TO WRK-JRN-ARQUIVO
                                   MOVE 'RW'      TO WRK-JRN-OPER
                                   REWRITE LOT-REGISTRO
                                   PERFORM 0098-GRAVAR-JORNAL
                           END-IF
                   END-IF
           END-READ.
       0240-TRATAR-DESLIG.
           MOVE 'N' TO WRK-SW-CASOU.
           PERFORM 0250-REVOGAR-PERMS.
           PERFORM 0260-REVOGAR-FUNCOES.
           PERFORM 0270-DESATIVAR-MESTRE.
           PERFORM 0232-ENCERRAR-LOTACOES.
           IF WRK-FEED-CASOU
                   ADD 1 TO WRK-CONTADOR
                   MOVE RH-ACAO TO WRK-LD-ACAO
