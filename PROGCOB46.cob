      * 162 - CONTROLE DE POSTAGEM GLPOST.DAT INCLUIDO NA
      *       DESCARGA E RECARGA (ALVO 'G', GLPOST.UNL)
      *       COM O NOVO VALOR DIFERIDO DO CARIMBO
      * 173 - IMAGEM .UNL DO CUSTMST AMPLIADA PARA O
      *       LAYOUT COM LIMITE E SITUACAO DE CREDITO
      *       (103 BYTES)
      * 202 - IMAGEM .UNL DO PRODUCTS AMPLIADA PARA O
      *       LAYOUT COM O INDICADOR DE PERECIVEL (41 BYTES)
      * 204 - IMAGEM .UNL DO MASTER AMPLIADA PARA O LAYOUT
      *       COM O MODELO DA LOJA PROPRIA/FRANQUIA (44
      *       BYTES)
      * 212 - IMAGEM .UNL DO CUSTMST AMPLIADA PARA O
      *       LAYOUT COM O ENDERECO ESTRUTURADO (210 BYTES)
      * 218 - IMAGEM .UNL DO PERMS AMPLIADA PARA O LAYOUT
      *       COM A SITUACAO DO OPERADOR (57 BYTES)
      * 219 - SALDOS DE ESTOQUE ESTOQUE.DAT INCLUIDOS NA
      *       DESCARGA E RECARGA (ALVO 'E', ESTOQUE.UNL, 30
      *       BYTES COM A RESERVA DE ENCOMENDAS)
      * 220 - PARCELAS.DAT INCLUIDO NA DESCARGA E RECARGA
      *       (ALVO 'L', PARCELAS.UNL, 131 BYTES)
      * 221 - MESTRE DE ALUNOS ALUNMST.DAT INCLUIDO NA
      *       DESCARGA E RECARGA (ALVO 'A', ALUNMST.UNL, 85
      *       BYTES)
      * 222 - MENSALIDADES MENSALID.DAT INCLUIDAS NA
      *       DESCARGA E RECARGA (ALVO 'N', MENSALID.UNL, 40
      *       BYTES)
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT UNLGL-FILE ASSIGN TO 'GLPOST.UNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-UNL.
           SELECT ESTOQUE-FILE ASSIGN TO 'ESTOQUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT UNLESTQ-FILE ASSIGN TO 'ESTOQUE.UNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-UNL.
           SELECT PARCELAS-FILE ASSIGN TO 'PARCELAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WRK-FS-PARCELAS.
           SELECT UNLPARC-FILE ASSIGN TO 'PARCELAS.UNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-UNL.
           SELECT ALUNMST-FILE ASSIGN TO 'ALUNMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT UNLALUN-FILE ASSIGN TO 'ALUNMST.UNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-UNL.
           SELECT MENSALID-FILE ASSIGN TO 'MENSALID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-FS-MENSALID.
           SELECT UNLMENS-FILE ASSIGN TO 'MENSALID.UNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-UNL.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       FD  UNLMASTER-FILE.
       01  UNLM-REGISTRO.
           02 UNLM-TIPO  PIC X(01).
           02 UNLM-DADOS PIC X(44).
       FD  UNLPERMS-FILE.
       01  UNLP-REGISTRO.
           02 UNLP-TIPO  PIC X(01).
           02 UNLP-DADOS PIC X(57).
       FD  UNLFALHAS-FILE.
       01  UNLF-REGISTRO.
           02 UNLF-TIPO  PIC X(01).
       FD  UNLCUST-FILE.
       01  UNLC-REGISTRO.
           02 UNLC-TIPO  PIC X(01).
           02 UNLC-DADOS PIC X(210).
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  UNLPROD-FILE.
       01  UNLD-REGISTRO.
           02 UNLD-TIPO  PIC X(01).
           02 UNLD-DADOS PIC X(41).
       FD  GLPOST-FILE.
       01  GPC-REGISTRO.
           02 GPC-CHAVE.
       01  UNLG-REGISTRO.
           02 UNLG-TIPO  PIC X(01).
           02 UNLG-DADOS PIC X(53).
       FD  ESTOQUE-FILE.
           COPY 'ESTQREC.cob'.
       FD  UNLESTQ-FILE.
       01  UNLE-REGISTRO.
           02 UNLE-TIPO  PIC X(01).
           02 UNLE-DADOS PIC X(30).
       FD  PARCELAS-FILE.
           COPY 'PARCREC.cob'.
       FD  UNLPARC-FILE.
       01  UNLL-REGISTRO.
           02 UNLL-TIPO  PIC X(01).
           02 UNLL-DADOS PIC X(131).
       FD  ALUNMST-FILE.
           COPY 'ALUNREC.cob'.
       FD  UNLALUN-FILE.
       01  UNLA-REGISTRO.
           02 UNLA-TIPO  PIC X(01).
           02 UNLA-DADOS PIC X(85).
       FD  MENSALID-FILE.
           COPY 'MENSREC.cob'.
       FD  UNLMENS-FILE.
       01  UNLN-REGISTRO.
           02 UNLN-TIPO  PIC X(01).
           02 UNLN-DADOS PIC X(40).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
       77 WRK-FS-GLPOST PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-GLPOST==.
       77 WRK-FS-ESTOQUE PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ESTOQUE==.
       77 WRK-FS-PARCELAS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PARCELAS==.
       77 WRK-FS-ALUNMST PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ALUNMST==.
       77 WRK-FS-MENSALID PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MENSALID==.
       77 WRK-FS-UNL    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-UNL==.
           IF WRK-ALVO = 'G' OR WRK-ALVO = 'T'
                   PERFORM 0800-TRATAR-GLPOST
           END-IF.
           IF WRK-ALVO = 'E' OR WRK-ALVO = 'T'
                   PERFORM 0830-TRATAR-ESTOQUE
           END-IF.
           IF WRK-ALVO = 'L' OR WRK-ALVO = 'T'
                   PERFORM 0840-TRATAR-PARCELAS
           END-IF.
           IF WRK-ALVO = 'A' OR WRK-ALVO = 'T'
                   PERFORM 0850-TRATAR-ALUNMST
           END-IF.
           IF WRK-ALVO = 'N' OR WRK-ALVO = 'T'
                   PERFORM 0860-TRATAR-MENSALID
           END-IF.
           PERFORM 0900-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           DISPLAY 'ARQUIVO (S=SALES M=MASTER P=PERMS F=FALHAS '
                   'C=CUSTMST O=PRODUCTS G=GLPOST E=ESTOQUE '
                   'L=PARCELAS A=ALUNMST N=MENSALID T=TODOS): '.
           ACCEPT  WRK-ALVO FROM CONSOLE.
           DISPLAY 'MODO (U=DESCARGA / R=RECARGA): '.
           ACCEPT  WRK-SW-MODO FROM CONSOLE.
                           END-IF
                   END-IF
           END-READ.
       0830-TRATAR-ESTOQUE.
           MOVE 'N' TO WRK-SW-FIM.
           MOVE ZEROS TO WRK-QTD-ARQ WRK-QTD-TRL.
           IF WRK-MODO-DESCARGA
                   OPEN INPUT ESTOQUE-FILE
                   OPEN OUTPUT UNLESTQ-FILE
                   IF WRK-FS-ESTOQUE-OK
                           PERFORM 0835-DESCARREGAR-SALDO
                                   UNTIL WRK-FIM-VARRE
                   END-IF
                   MOVE 'T' TO UNLE-TIPO
                   MOVE SPACES TO UNLE-DADOS
                   MOVE WRK-QTD-ARQ TO UNLE-DADOS(1:7)
                   WRITE UNLE-REGISTRO
                   CLOSE ESTOQUE-FILE UNLESTQ-FILE
                   DISPLAY 'ESTOQUE DESCARREGADO: ' WRK-QTD-ARQ
           ELSE
                   OPEN INPUT UNLESTQ-FILE
                   OPEN OUTPUT ESTOQUE-FILE
                   IF WRK-FS-UNL-OK
                           PERFORM 0838-RECARREGAR-SALDO
                                   UNTIL WRK-FIM-VARRE
                   END-IF
                   CLOSE UNLESTQ-FILE ESTOQUE-FILE
                   PERFORM 0190-CONFERIR-CONTAGEM
                   DISPLAY 'ESTOQUE RECARREGADO: ' WRK-QTD-ARQ
           END-IF.
       0835-DESCARREGAR-SALDO.
           READ ESTOQUE-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   MOVE 'D' TO UNLE-TIPO
                   MOVE EST-REGISTRO TO UNLE-DADOS
                   WRITE UNLE-REGISTRO
                   ADD 1 TO WRK-QTD-ARQ
                   ADD 1 TO WRK-CONTADOR
           END-READ.
       0838-RECARREGAR-SALDO.
           READ UNLESTQ-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF UNLE-TIPO = 'D'
                           MOVE UNLE-DADOS TO EST-REGISTRO
                           WRITE EST-REGISTRO
                           ADD 1 TO WRK-QTD-ARQ
                           ADD 1 TO WRK-CONTADOR
                   ELSE
                           IF UNLE-TIPO = 'T'
                                   MOVE UNLE-DADOS(1:7)
                                       TO WRK-QTD-TRL
                           END-IF
                   END-IF
           END-READ.
       0840-TRATAR-PARCELAS.
           MOVE 'N' TO WRK-SW-FIM.
           MOVE ZEROS TO WRK-QTD-ARQ WRK-QTD-TRL.
           IF WRK-MODO-DESCARGA
                   OPEN INPUT PARCELAS-FILE
                   OPEN OUTPUT UNLPARC-FILE
                   IF WRK-FS-PARCELAS-OK
                           PERFORM 0845-DESCARREGAR-PARCELA
                                   UNTIL WRK-FIM-VARRE
                   END-IF
                   MOVE 'T' TO UNLL-TIPO
                   MOVE SPACES TO UNLL-DADOS
                   MOVE WRK-QTD-ARQ TO UNLL-DADOS(1:7)
                   WRITE UNLL-REGISTRO
                   CLOSE PARCELAS-FILE UNLPARC-FILE
                   DISPLAY 'PARCELAS DESCARREGADO: ' WRK-QTD-ARQ
           ELSE
                   OPEN INPUT UNLPARC-FILE
                   OPEN OUTPUT PARCELAS-FILE
                   IF WRK-FS-UNL-OK
                           PERFORM 0848-RECARREGAR-PARCELA
                                   UNTIL WRK-FIM-VARRE
                   END-IF
                   CLOSE UNLPARC-FILE PARCELAS-FILE
                   PERFORM 0190-CONFERIR-CONTAGEM
                   DISPLAY 'PARCELAS RECARREGADO: ' WRK-QTD-ARQ
           END-IF.
       0845-DESCARREGAR-PARCELA.
           READ PARCELAS-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   MOVE 'D' TO UNLL-TIPO
                   MOVE PAR-REGISTRO TO UNLL-DADOS
                   WRITE UNLL-REGISTRO
                   ADD 1 TO WRK-QTD-ARQ
                   ADD 1 TO WRK-CONTADOR
           END-READ.
       0848-RECARREGAR-PARCELA.
           READ UNLPARC-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF UNLL-TIPO = 'D'
                           MOVE UNLL-DADOS TO PAR-REGISTRO
                           WRITE PAR-REGISTRO
                           ADD 1 TO WRK-QTD-ARQ
                           ADD 1 TO WRK-CONTADOR
                   ELSE
                           IF UNLL-TIPO = 'T'
                                   MOVE UNLL-DADOS(1:7)
                                       TO WRK-QTD-TRL
                           END-IF
                   END-IF
           END-READ.
       0850-TRATAR-ALUNMST.
           MOVE 'N' TO WRK-SW-FIM.
           MOVE ZEROS TO WRK-QTD-ARQ WRK-QTD-TRL.
           IF WRK-MODO-DESCARGA
                   OPEN INPUT ALUNMST-FILE
                   OPEN OUTPUT UNLALUN-FILE
                   IF WRK-FS-ALUNMST-OK
                           PERFORM 0855-DESCARREGAR-ALUNO
                                   UNTIL WRK-FIM-VARRE
                   END-IF
                   MOVE 'T' TO UNLA-TIPO
                   MOVE SPACES TO UNLA-DADOS
                   MOVE WRK-QTD-ARQ TO UNLA-DADOS(1:7)
                   WRITE UNLA-REGISTRO
                   CLOSE ALUNMST-FILE UNLALUN-FILE
                   DISPLAY 'ALUNMST DESCARREGADO: ' WRK-QTD-ARQ
           ELSE
                   OPEN INPUT UNLALUN-FILE
                   OPEN OUTPUT ALUNMST-FILE
                   IF WRK-FS-UNL-OK
                           PERFORM 0858-RECARREGAR-ALUNO
                                   UNTIL WRK-FIM-VARRE
                   END-IF
                   CLOSE UNLALUN-FILE ALUNMST-FILE
                   PERFORM 0190-CONFERIR-CONTAGEM
                   DISPLAY 'ALUNMST RECARREGADO: ' WRK-QTD-ARQ
           END-IF.
       0855-DESCARREGAR-ALUNO.
           READ ALUNMST-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   MOVE 'D' TO UNLA-TIPO
                   MOVE ALU-REGISTRO TO UNLA-DADOS
                   WRITE UNLA-REGISTRO
                   ADD 1 TO WRK-QTD-ARQ
                   ADD 1 TO WRK-CONTADOR
           END-READ.
       0858-RECARREGAR-ALUNO.
           READ UNLALUN-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF UNLA-TIPO = 'D'
                           MOVE UNLA-DADOS TO ALU-REGISTRO
                           WRITE ALU-REGISTRO
                           ADD 1 TO WRK-QTD-ARQ
                           ADD 1 TO WRK-CONTADOR
                   ELSE
                           IF UNLA-TIPO = 'T'
                                   MOVE UNLA-DADOS(1:7)
                                       TO WRK-QTD-TRL
                           END-IF
                   END-IF
           END-READ.
       0860-TRATAR-MENSALID.
           MOVE 'N' TO WRK-SW-FIM.
           MOVE ZEROS TO WRK-QTD-ARQ WRK-QTD-TRL.
           IF WRK-MODO-DESCARGA
                   OPEN INPUT MENSALID-FILE
                   OPEN OUTPUT UNLMENS-FILE
                   IF WRK-FS-MENSALID-OK
                           PERFORM 0865-DESCARREGAR-MENSALIDADE
                                   UNTIL WRK-FIM-VARRE
                   END-IF
                   MOVE 'T' TO UNLN-TIPO
                   MOVE SPACES TO UNLN-DADOS
                   MOVE WRK-QTD-ARQ TO UNLN-DADOS(1:7)
                   WRITE UNLN-REGISTRO
                   CLOSE MENSALID-FILE UNLMENS-FILE
                   DISPLAY 'MENSALID DESCARREGADO: ' WRK-QTD-ARQ
           ELSE
                   OPEN INPUT UNLMENS-FILE
                   OPEN OUTPUT MENSALID-FILE
                   IF WRK-FS-UNL-OK
                           PERFORM 0868-RECARREGAR-MENSALIDADE
                                   UNTIL WRK-FIM-VARRE
                   END-IF
                   CLOSE UNLMENS-FILE MENSALID-FILE
                   PERFORM 0190-CONFERIR-CONTAGEM
                   DISPLAY 'MENSALID RECARREGADO: ' WRK-QTD-ARQ
           END-IF.
       0865-DESCARREGAR-MENSALIDADE.
           READ MENSALID-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   MOVE 'D' TO UNLN-TIPO
                   MOVE MEN-REGISTRO TO UNLN-DADOS
                   WRITE UNLN-REGISTRO
                   ADD 1 TO WRK-QTD-ARQ
                   ADD 1 TO WRK-CONTADOR
           END-READ.
       0868-RECARREGAR-MENSALIDADE.
           READ UNLMENS-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF UNLN-TIPO = 'D'
                           MOVE UNLN-DADOS TO MEN-REGISTRO
                           WRITE MEN-REGISTRO
                           ADD 1 TO WRK-QTD-ARQ
                           ADD 1 TO WRK-CONTADOR
                   ELSE
                           IF UNLN-TIPO = 'T'
                                   MOVE UNLN-DADOS(1:7)
                                       TO WRK-QTD-TRL
                           END-IF
                   END-IF
           END-READ.
       0900-FINALIZAR.
           IF WRK-HOUVE-ERRO
                   MOVE 8 TO RETURN-CODE
