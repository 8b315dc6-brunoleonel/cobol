      *       NO MESTRE PRODUCTS.DAT, GRAVA MOVIMENTO 'R'
      *       EM STKMOV.DAT E ATUALIZA A POSICAO
      *       ESTOQUE.DAT (COM JORNAL)
      * 166 - CONFERENCIA DO RECEBIMENTO CONTRA A LINHA DO
      *       PEDIDO DE COMPRA (PEDCOMP.DAT, PEDIDO/LINHA
      *       INFORMADOS NO RECEB.IN): RECEBIMENTO PARCIAL
      *       BAIXA A LINHA COMO 'P', TOTAL ENCERRA COMO
      *       'E'; EXCESSO ACIMA DA TOLERANCIA (CHAVE
      *       RECEB-TOLER-PCT DO CONFIG.CFG) E PRODUTO SEM
      *       PEDIDO ABERTO FICAM RETIDOS EM RECRETID.DAT
      *       COM EXCECAO E042, SEM ENTRAR NO ESTOQUE
      * 168 - MOVIMENTO 'R' LEVA O NUMERO DO PEDIDO DE
      *       COMPRA NO NOVO CAMPO SMV-DOCUMENTO
      * 178 - CUSTO UNITARIO PAGO NO DETALHE DO RECEB.IN
      *       (SEM CUSTO = CUSTO DA LINHA DO PEDIDO, SENAO
      *       PROD-CUSTO); O MOVIMENTO 'R' LEVA O CUSTO EM
      *       SMV-CUSTO-UNIT E O CUSTO MEDIO PONDERADO DA
      *       LOJA/PRODUTO E RECALCULADO EM CUSTMED.DAT
      *       (COM JORNAL)
      * 200 - RECEBIMENTO RESERVA O ESTOQUE PARA AS
      *       ENCOMENDAS DE CLIENTE ABERTAS DA LOJA/PRODUTO
      *       (ENCOMEND.DAT, ORDEM DE NUMERO): ENCOMENDA
      *       ATENDIDA PELO SALDO LIVRE PASSA A 'R' COM A
      *       DATA DE CHEGADA E A QUANTIDADE E SOMADA EM
      *       EST-RESERVADO (COM JORNAL); POSICAO NOVA
      *       GRAVADA COM EST-RESERVADO ZERADO
      * 202 - DETALHE DO RECEB.IN AMPLIADO COM LOTE E
      *       VALIDADE (OPCIONAIS): PRODUTO PERECIVEL COM
      *       VALIDADE INFORMADA SOMA A QUANTIDADE POSTADA NO
      *       SALDO DO LOTE EM ESTLOTE.DAT (COM JORNAL);
      *       VALIDADE INVALIDA REGISTRA A EXCECAO E058 E O
      *       RECEBIMENTO ENTRA SO NO SALDO DA LOJA
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUCTS.
           SELECT CUSTMED-FILE ASSIGN TO 'CUSTMED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMD-CHAVE
               FILE STATUS IS WRK-FS-CUSTMED.
           SELECT PEDCOMP-FILE ASSIGN TO 'PEDCOMP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS WRK-FS-PEDCOMP.
           SELECT ENCOMENDA-FILE ASSIGN TO 'ENCOMEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               ALTERNATE RECORD KEY IS ENC-ITEM
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-ENCOMENDA.
           SELECT ESTLOTE-FILE ASSIGN TO 'ESTLOTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ELT-CHAVE
               FILE STATUS IS WRK-FS-ESTLOTE.
           SELECT RETIDO-FILE ASSIGN TO 'RECRETID.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETIDO.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
               88 REC-REG-CABECALHO VALUE 'H'.
               88 REC-REG-DETALHE   VALUE 'D'.
               88 REC-REG-TRAILER   VALUE 'T'.
           02 REC-DADOS         PIC X(56).
           02 REC-DETALHE REDEFINES REC-DADOS.
               03 REC-LOJA          PIC 9(03).
               03 REC-DATA          PIC 9(08).
               03 REC-PRODUTO       PIC 9(05).
               03 REC-QTDE          PIC 9(05).
               03 REC-PEDIDO        PIC 9(07).
               03 REC-LINHA-PED     PIC 9(03).
               03 REC-CUSTO-UNIT    PIC 9(05)V99.
               03 REC-LOTE          PIC X(10).
               03 REC-VALIDADE      PIC 9(08).
           02 REC-CABECALHO REDEFINES REC-DADOS.
               03 REC-CAB-DATA      PIC 9(08).
               03 REC-CAB-ORIGEM    PIC X(10).
               03 FILLER            PIC X(38).
           02 REC-TRAILER REDEFINES REC-DADOS.
               03 REC-TRL-QTDE      PIC 9(07).
               03 FILLER            PIC X(49).
       FD  STKMOV-FILE.
           COPY 'SMOVREC.cob'.
       FD  ESTOQUE-FILE.
           COPY 'ESTQREC.cob'.
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  CUSTMED-FILE.
           COPY 'CMEDREC.cob'.
       FD  PEDCOMP-FILE.
           COPY 'PEDCREC.cob'.
       FD  ENCOMENDA-FILE.
           COPY 'ENCREC.cob'.
       FD  ESTLOTE-FILE.
           COPY 'ESLTREC.cob'.
       FD  RETIDO-FILE.
           COPY 'RETIDREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  EXCEPTION-FILE.
       77 WRK-TRL-QTDE    PIC 9(07) VALUE ZEROS.
       77 WRK-SW-PROD-OK  PIC X(01) VALUE 'N'.
           88 WRK-PRODUTO-VALIDO VALUE 'S'.
       77 WRK-FS-CUSTMED  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTMED==.
       77 WRK-FS-PEDCOMP  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PEDCOMP==.
       77 WRK-FS-RETIDO   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-RETIDO==.
       77 WRK-FS-ENCOMENDA PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ENCOMENDA==.
       77 WRK-FS-ESTLOTE  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ESTLOTE==.
       77 WRK-SW-PERECIVEL PIC X(01) VALUE 'N'.
           88 WRK-PRODUTO-PERECIVEL VALUE 'S'.
       77 WRK-QTD-LOTES    PIC 9(05) VALUE ZEROS.
       01 WRK-DATA-VAL.
           02 WRK-DV-DATA       PIC 9(08).
           02 WRK-DV-VALIDA     PIC X(01).
           02 WRK-DV-DIA-SEMANA PIC 9(01).
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       77 WRK-TOLER-PCT   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SALDO-PED PIC S9(07) VALUE ZEROS.
       77 WRK-QTD-LIMITE  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-POSTAR  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-RETER   PIC 9(07) VALUE ZEROS.
       77 WRK-MOTIVO-RET  PIC X(04) VALUE SPACES.
       77 WRK-QTD-RETIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PARCIAIS PIC 9(05) VALUE ZEROS.
       77 WRK-CUSTO-PRODUTO PIC 9(05)V99 VALUE ZEROS.
       77 WRK-CUSTO-PEDIDO  PIC 9(05)V99 VALUE ZEROS.
       77 WRK-CUSTO-RECEB   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-SALDO-ANTERIOR PIC S9(07) VALUE ZEROS.
       77 WRK-QTD-LIVRE     PIC S9(07) VALUE ZEROS.
       77 WRK-QTD-SEPARADA  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ENC-RESERV PIC 9(05) VALUE ZEROS.
       77 WRK-SW-FIM-ENC    PIC X(01) VALUE 'N'.
           88 WRK-FIM-ENCOMENDAS VALUE 'S'.
       01 WRK-DESC-RETIDO.
           02 FILLER          PIC X(08) VALUE 'RETIDO '.
           02 WRK-DR-MOTIVO   PIC X(04).
           02 FILLER          PIC X(04) VALUE ' PED'.
           02 WRK-DR-PEDIDO   PIC 9(07).
           02 FILLER          PIC X(01) VALUE '/'.
           02 WRK-DR-LINHA    PIC 9(03).
           02 FILLER          PIC X(03) VALUE ' PR'.
           02 WRK-DR-PRODUTO  PIC 9(05).
           02 FILLER          PIC X(05) VALUE SPACES.
       77 WRK-JRN-ARQUIVO PIC X(08) VALUE SPACES.
       77 WRK-JRN-ANTES   PIC X(60) VALUE SPACES.
       77 WRK-JRN-DEPOIS  PIC X(60) VALUE SPACES.
       77 WRK-JRN-OPER    PIC X(02) VALUE SPACES.
           OPEN EXTEND EXCEPTION-FILE.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE 'RECEB-TOLER-PCT' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-TOLER-PCT
           END-IF.
           PERFORM 0105-VALIDAR-ARQUIVO.
           OPEN INPUT RECEB-FILE.
           IF NOT WRK-ARQ-VALIDO
                               TO WRK-EXC-DESCRICAO
                           PERFORM 0290-REGISTRAR-EXCECAO
                   ELSE
                           PERFORM 0240-CONFERIR-PEDIDO
                           IF WRK-QTD-POSTAR > ZEROS
                                   PERFORM 0230-POSTAR-RECEBIMENTO
                                   PERFORM 0250-BAIXAR-PEDIDO
                                   PERFORM 0270-RESERVAR-ENCOMENDAS
                                   IF WRK-PRODUTO-PERECIVEL
                                           PERFORM 0280-REGISTRAR-LOTE
                                   END-IF
                           END-IF
                           IF WRK-QTD-RETER > ZEROS
                                   PERFORM 0260-RETER-RECEBIMENTO
                           END-IF
                   END-IF
           END-IF.
       0220-CONSULTAR-PRODUTO.
           MOVE 'N'   TO WRK-SW-PROD-OK WRK-SW-PERECIVEL.
           MOVE ZEROS TO WRK-CUSTO-PRODUTO.
           OPEN INPUT PRODUCTS-FILE.
           IF WRK-FS-PRODUCTS-OK
                   MOVE REC-PRODUTO TO PROD-CODIGO
                       NOT INVALID KEY
                           IF PROD-ATIVO-SIM
                                   MOVE 'S' TO WRK-SW-PROD-OK
                                   MOVE PROD-CUSTO
                                       TO WRK-CUSTO-PRODUTO
                                   IF PROD-PERECIVEL-SIM
                                           MOVE 'S'
                                             TO WRK-SW-PERECIVEL
                                   END-IF
                           END-IF
                   END-READ
                   CLOSE PRODUCTS-FILE
           MOVE REC-LOJA    TO SMV-LOJA.
           MOVE REC-PRODUTO TO SMV-PRODUTO.
           MOVE 'R'         TO SMV-TIPO.
           MOVE WRK-QTD-POSTAR TO SMV-QTDE.
           MOVE SPACES      TO SMV-MOTIVO.
           MOVE REC-PEDIDO  TO SMV-DOCUMENTO.
           PERFORM 0225-DEFINIR-CUSTO.
           MOVE WRK-CUSTO-RECEB TO SMV-CUSTO-UNIT.
           WRITE SMV-REGISTRO.
           CLOSE STKMOV-FILE.
           OPEN I-O ESTOQUE-FILE.
           MOVE REC-PRODUTO TO EST-PRODUTO.
           READ ESTOQUE-FILE
               INVALID KEY
                   MOVE ZEROS  TO EST-SALDO EST-RESERVADO
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE EST-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           MOVE EST-SALDO TO WRK-SALDO-ANTERIOR.
           ADD WRK-QTD-POSTAR TO EST-SALDO.
           MOVE REC-DATA TO EST-DATA-MOVTO.
           MOVE EST-REGISTRO TO WRK-JRN-DEPOIS.
           MOVE 'ESTOQUE' TO WRK-JRN-ARQUIVO.
           IF WRK-FS-ESTOQUE-NAO-ENCONTRADO
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE EST-REGISTRO
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE ESTOQUE-FILE.
           PERFORM 0235-ATUALIZAR-CUSTO-MEDIO.
       0225-DEFINIR-CUSTO.
           IF REC-CUSTO-UNIT IS NUMERIC
              AND REC-CUSTO-UNIT > ZEROS
                   MOVE REC-CUSTO-UNIT TO WRK-CUSTO-RECEB
           ELSE
                   IF WRK-CUSTO-PEDIDO > ZEROS
                           MOVE WRK-CUSTO-PEDIDO TO WRK-CUSTO-RECEB
                   ELSE
                           MOVE WRK-CUSTO-PRODUTO TO WRK-CUSTO-RECEB
                   END-IF
           END-IF.
       0235-ATUALIZAR-CUSTO-MEDIO.
           OPEN I-O CUSTMED-FILE.
           IF WRK-FS-CUSTMED-ARQ-INEXISTENTE
                   CLOSE CUSTMED-FILE
                   OPEN OUTPUT CUSTMED-FILE
                   CLOSE CUSTMED-FILE
                   OPEN I-O CUSTMED-FILE
           END-IF.
           MOVE REC-LOJA    TO CMD-LOJA.
           MOVE REC-PRODUTO TO CMD-PRODUTO.
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
                           + (WRK-QTD-POSTAR * WRK-CUSTO-RECEB))
                           / (WRK-SALDO-ANTERIOR + WRK-QTD-POSTAR)
           ELSE
                   MOVE WRK-CUSTO-RECEB TO CMD-CUSTO-MEDIO
           END-IF.
           MOVE WRK-CUSTO-RECEB TO CMD-ULT-CUSTO.
           MOVE REC-DATA        TO CMD-DATA-ATUAL.
           MOVE CMD-REGISTRO    TO WRK-JRN-DEPOIS.
           MOVE 'CUSTMED'       TO WRK-JRN-ARQUIVO.
           IF WRK-FS-CUSTMED-NAO-ENCONTRADO
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE CMD-REGISTRO
           ELSE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE CMD-REGISTRO
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE CUSTMED-FILE.
       0240-CONFERIR-PEDIDO.
           MOVE ZEROS  TO WRK-QTD-POSTAR WRK-QTD-RETER
                          WRK-CUSTO-PEDIDO.
           MOVE SPACES TO WRK-MOTIVO-RET.
           OPEN INPUT PEDCOMP-FILE.
           IF WRK-FS-PEDCOMP-OK
                   MOVE REC-PEDIDO    TO PED-NUMERO
                   MOVE REC-LINHA-PED TO PED-LINHA
                   READ PEDCOMP-FILE
                       INVALID KEY
                           MOVE 'SPED' TO WRK-MOTIVO-RET
                       NOT INVALID KEY
                           MOVE PED-CUSTO-UNIT TO WRK-CUSTO-PEDIDO
                   END-READ
           ELSE
                   MOVE 'SPED' TO WRK-MOTIVO-RET
           END-IF.
           CLOSE PEDCOMP-FILE.
           IF WRK-MOTIVO-RET = SPACES
                   IF PED-LOJA NOT = REC-LOJA
                      OR PED-PRODUTO NOT = REC-PRODUTO
                           MOVE 'DIVG' TO WRK-MOTIVO-RET
                   ELSE
                           IF PED-ENCERRADO OR PED-CANCELADO
                                   MOVE 'PFEC' TO WRK-MOTIVO-RET
                           END-IF
                   END-IF
           END-IF.
           IF WRK-MOTIVO-RET NOT = SPACES
                   MOVE REC-QTDE TO WRK-QTD-RETER
           ELSE
                   COMPUTE WRK-QTD-SALDO-PED = PED-QTDE-PEDIDA
                           - PED-QTDE-RECEBIDA
                   COMPUTE WRK-QTD-LIMITE = WRK-QTD-SALDO-PED
                           + (PED-QTDE-PEDIDA * WRK-TOLER-PCT / 100)
                   IF REC-QTDE > WRK-QTD-LIMITE
                           MOVE WRK-QTD-SALDO-PED TO WRK-QTD-POSTAR
                           COMPUTE WRK-QTD-RETER = REC-QTDE
                                   - WRK-QTD-SALDO-PED
                           MOVE 'EXCD' TO WRK-MOTIVO-RET
                   ELSE
                           MOVE REC-QTDE TO WRK-QTD-POSTAR
                   END-IF
           END-IF.
       0250-BAIXAR-PEDIDO.
           OPEN I-O PEDCOMP-FILE.
           MOVE REC-PEDIDO    TO PED-NUMERO.
           MOVE REC-LINHA-PED TO PED-LINHA.
           READ PEDCOMP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PED-REGISTRO TO WRK-JRN-ANTES
                   ADD WRK-QTD-POSTAR TO PED-QTDE-RECEBIDA
                   MOVE REC-DATA TO PED-DATA-ULT-RECEB
                   IF PED-QTDE-RECEBIDA < PED-QTDE-PEDIDA
                           MOVE 'P' TO PED-STATUS
                           ADD 1 TO WRK-QTD-PARCIAIS
                   ELSE
                           MOVE 'E' TO PED-STATUS
                   END-IF
                   REWRITE PED-REGISTRO
                   MOVE PED-REGISTRO TO WRK-JRN-DEPOIS
                   MOVE 'RW'         TO WRK-JRN-OPER
                   MOVE 'PEDCOMP'    TO WRK-JRN-ARQUIVO
                   PERFORM 0098-GRAVAR-JORNAL
           END-READ.
           CLOSE PEDCOMP-FILE.
       0260-RETER-RECEBIMENTO.
           ADD 1 TO WRK-QTD-RETIDOS.
           OPEN EXTEND RETIDO-FILE.
           IF WRK-FS-RETIDO-ARQ-INEXISTENTE
                   CLOSE RETIDO-FILE
                   OPEN OUTPUT RETIDO-FILE
           END-IF.
           ACCEPT RET-DATA-PROC FROM DATE YYYYMMDD.
           MOVE REC-LOJA       TO RET-LOJA.
           MOVE REC-DATA       TO RET-DATA.
           MOVE REC-PRODUTO    TO RET-PRODUTO.
           MOVE WRK-QTD-RETER  TO RET-QTDE.
           MOVE REC-PEDIDO     TO RET-PEDIDO.
           MOVE REC-LINHA-PED  TO RET-LINHA.
           MOVE WRK-MOTIVO-RET TO RET-MOTIVO.
           WRITE RET-REGISTRO.
           CLOSE RETIDO-FILE.
           MOVE WRK-MOTIVO-RET TO WRK-DR-MOTIVO.
           MOVE REC-PEDIDO     TO WRK-DR-PEDIDO.
           MOVE REC-LINHA-PED  TO WRK-DR-LINHA.
           MOVE REC-PRODUTO    TO WRK-DR-PRODUTO.
           MOVE 'E042'         TO WRK-EXC-CODIGO.
           MOVE WRK-DESC-RETIDO TO WRK-EXC-DESCRICAO.
           PERFORM 0290-REGISTRAR-EXCECAO.
       0270-RESERVAR-ENCOMENDAS.
           OPEN I-O ENCOMENDA-FILE.
           IF WRK-FS-ENCOMENDA-OK
                   OPEN I-O ESTOQUE-FILE
                   MOVE REC-LOJA    TO EST-LOJA
                   MOVE REC-PRODUTO TO EST-PRODUTO
                   READ ESTOQUE-FILE
                       INVALID KEY
                           MOVE ZEROS TO EST-SALDO EST-RESERVADO
                   END-READ
                   IF EST-RESERVADO IS NOT NUMERIC
                           MOVE ZEROS TO EST-RESERVADO
                   END-IF
                   COMPUTE WRK-QTD-LIVRE = EST-SALDO - EST-RESERVADO
                   MOVE ZEROS TO WRK-QTD-SEPARADA
                   MOVE 'N'   TO WRK-SW-FIM-ENC
                   MOVE REC-LOJA    TO ENC-LOJA
                   MOVE REC-PRODUTO TO ENC-PRODUTO
                   START ENCOMENDA-FILE KEY IS = ENC-ITEM
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM-ENC
                   END-START
                   PERFORM 0275-SEPARAR-ENCOMENDA
                           UNTIL WRK-FIM-ENCOMENDAS
                   IF WRK-QTD-SEPARADA > ZEROS
                      AND WRK-FS-ESTOQUE-OK
                           MOVE EST-REGISTRO TO WRK-JRN-ANTES
                           ADD WRK-QTD-SEPARADA TO EST-RESERVADO
                           REWRITE EST-REGISTRO
                           MOVE EST-REGISTRO TO WRK-JRN-DEPOIS
                           MOVE 'ESTOQUE'    TO WRK-JRN-ARQUIVO
                           MOVE 'RW'         TO WRK-JRN-OPER
                           PERFORM 0098-GRAVAR-JORNAL
                   END-IF
                   CLOSE ESTOQUE-FILE
           END-IF.
           CLOSE ENCOMENDA-FILE.
       0275-SEPARAR-ENCOMENDA.
           READ ENCOMENDA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM-ENC
               NOT AT END
                   IF ENC-LOJA NOT = REC-LOJA
                      OR ENC-PRODUTO NOT = REC-PRODUTO
                           MOVE 'S' TO WRK-SW-FIM-ENC
                   ELSE
                           IF ENC-ABERTA
                              AND ENC-QTDE > ZEROS
                              AND ENC-QTDE <= WRK-QTD-LIVRE
                                   PERFORM 0277-GRAVAR-RESERVA
                           END-IF
                   END-IF
           END-READ.
       0277-GRAVAR-RESERVA.
           MOVE ENC-REGISTRO TO WRK-JRN-ANTES.
           MOVE 'R'          TO ENC-STATUS.
           MOVE REC-DATA     TO ENC-DATA-CHEGADA.
           REWRITE ENC-REGISTRO.
           MOVE ENC-REGISTRO TO WRK-JRN-DEPOIS.
           MOVE 'ENCOMEND'   TO WRK-JRN-ARQUIVO.
           MOVE 'RW'         TO WRK-JRN-OPER.
           PERFORM 0098-GRAVAR-JORNAL.
           SUBTRACT ENC-QTDE FROM WRK-QTD-LIVRE.
           ADD ENC-QTDE TO WRK-QTD-SEPARADA.
           ADD 1 TO WRK-QTD-ENC-RESERV.
           DISPLAY 'ENCOMENDA ' ENC-NUMERO ' RESERVADA PARA O '
                   'CLIENTE ' ENC-CLIENTE ' QTDE ' ENC-QTDE.
       0280-REGISTRAR-LOTE.
           IF REC-VALIDADE IS NUMERIC AND REC-VALIDADE > ZEROS
                   MOVE REC-VALIDADE TO WRK-DV-DATA
                   CALL 'PROGCOB39' USING WRK-DATA-VAL
                   IF WRK-DV-VALIDA NOT = 'S'
                           MOVE 'E058' TO WRK-EXC-CODIGO
                           MOVE 'VALIDADE INVALIDA - RECEBIDO SEM LOTE'
                               TO WRK-EXC-DESCRICAO
                           PERFORM 0290-REGISTRAR-EXCECAO
                   ELSE
                           PERFORM 0285-GRAVAR-LOTE
                   END-IF
           END-IF.
       0285-GRAVAR-LOTE.
           OPEN I-O ESTLOTE-FILE.
           IF WRK-FS-ESTLOTE-ARQ-INEXISTENTE
                   CLOSE ESTLOTE-FILE
                   OPEN OUTPUT ESTLOTE-FILE
                   CLOSE ESTLOTE-FILE
                   OPEN I-O ESTLOTE-FILE
           END-IF.
           MOVE REC-LOJA     TO ELT-LOJA.
           MOVE REC-PRODUTO  TO ELT-PRODUTO.
           MOVE REC-VALIDADE TO ELT-VALIDADE.
           MOVE REC-LOTE     TO ELT-LOTE.
           READ ESTLOTE-FILE
               INVALID KEY
                   MOVE ZEROS  TO ELT-QTDE-RECEB ELT-SALDO
                                  ELT-DATA-BAIXA
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE ELT-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           ADD WRK-QTD-POSTAR TO ELT-QTDE-RECEB ELT-SALDO.
           MOVE REC-DATA      TO ELT-DATA-RECEB.
           MOVE 'A'           TO ELT-STATUS.
           MOVE 'ESTLOTE'     TO WRK-JRN-ARQUIVO.
           MOVE ELT-REGISTRO  TO WRK-JRN-DEPOIS.
           IF WRK-FS-ESTLOTE-NAO-ENCONTRADO
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE ELT-REGISTRO
           ELSE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE ELT-REGISTRO
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE ESTLOTE-FILE.
           ADD 1 TO WRK-QTD-LOTES.
       0300-FINALIZAR.
           CLOSE EXCEPTION-FILE.
           DISPLAY 'RECEBIMENTOS POSTADOS ===> ' WRK-CONTADOR.
           DISPLAY 'RECEBIMENTOS INVALIDOS ===> ' WRK-QTD-INVALID.
           DISPLAY 'RECEBIMENTOS PARCIAIS ===> ' WRK-QTD-PARCIAIS.
           DISPLAY 'RECEBIMENTOS RETIDOS ===> ' WRK-QTD-RETIDOS.
           DISPLAY 'ENCOMENDAS RESERVADAS ===> ' WRK-QTD-ENC-RESERV.
           DISPLAY 'LOTES DE PERECIVEIS ===> ' WRK-QTD-LOTES.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE 'PROGCOB56'      TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
