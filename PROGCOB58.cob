      *       JORNAL), E IMPRIME O RELATORIO DE QUEBRA
      *       (SHRINKAGE) VALORIZADA AO CUSTO POR LOJA E
      *       POR DEPARTAMENTO PARA A AUDITORIA
      * 168 - AJUSTE GRAVADO COM SMV-DOCUMENTO ZERADO.
      *       TRANSFERENCIAS ENTRE LOJAS SAEM E ENTRAM NO
      *       SALDO PELOS MOVIMENTOS 'S'/'E' DO PROGCOB103
      *       E NAO SAO MAIS LANCADAS COMO AJUSTE, LOGO
      *       NAO COMPOEM A QUEBRA DESTE RELATORIO
      * 178 - QUEBRA VALORIZADA AO CUSTO MEDIO PONDERADO DA
      *       LOJA/PRODUTO (CUSTMED.DAT; SEM CUSTO MEDIO
      *       VALE O PROD-CUSTO) E AJUSTE GRAVADO COM ESSE
      *       CUSTO EM SMV-CUSTO-UNIT. AJUSTE NAO ALTERA O
      *       CUSTO MEDIO
      * 200 - POSICAO NOVA GRAVADA COM O NOVO CAMPO
      *       EST-RESERVADO ZERADO; O AJUSTE NAO ALTERA A
      *       RESERVA DAS ENCOMENDAS
      * 209 - CADA CONTAGEM VALIDA BAIXA A AGENDA DE CONTAGEM
      *       CICLICA (CICLO.DAT DO PROGCOB165): AS ENTRADAS
      *       PENDENTES DA LOJA/PRODUTO PROGRAMADAS ATE HOJE
      *       FICAM DEVOLVIDAS COM A DATA E A QUANTIDADE
      *       CONTADA. AS LISTAS CICLnnn.IN VEM COM A
      *       QUANTIDADE EM BRANCO E SO ENTRAM QUANDO A LOJA
      *       PREENCHE A CONTAGEM
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUCTS.
           SELECT CUSTMED-FILE ASSIGN TO 'CUSTMED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMD-CHAVE
               FILE STATUS IS WRK-FS-CUSTMED.
           SELECT CICLO-FILE ASSIGN TO 'CICLO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIC-CHAVE
               FILE STATUS IS WRK-FS-CICLO.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           COPY 'ESTQREC.cob'.
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  CUSTMED-FILE.
           COPY 'CMEDREC.cob'.
       FD  CICLO-FILE.
           COPY 'CICLREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  REPORT-FILE.
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-CUSTMED  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTMED==.
       77 WRK-FS-CICLO    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CICLO==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-SALDO-LIVRO PIC S9(07) VALUE ZEROS.
       77 WRK-DIFERENCA   PIC S9(07) VALUE ZEROS.
       77 WRK-VALOR-DIF   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CUSTO-UNIT  PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-DEPTO       PIC 9(02) VALUE ZEROS.
       77 WRK-NOME-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-SW-EST-NOVO PIC X(01) VALUE 'N'.
           88 WRK-ESTOQUE-NOVO VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-AGENDA  PIC 9(05) VALUE ZEROS.
       77 WRK-SW-AGENDA   PIC X(01) VALUE 'N'.
           88 WRK-FIM-AGENDA VALUE 'S'.
       01 WRK-TAB-LOJAS.
           02 WRK-TL-VALOR PIC S9(11)V99 OCCURS 999 TIMES.
       01 WRK-TAB-DEPTOS.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE ZEROS TO WRK-TAB-LOJAS WRK-TAB-DEPTOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CONTAGEM-FILE.
           IF NOT WRK-FS-CONTAGEM-OK
                   DISPLAY 'CONTAGEM.IN NAO ENCONTRADO'
           PERFORM 0215-LER-SALDO-LIVRO.
           COMPUTE WRK-DIFERENCA = CNT-QTDE - WRK-SALDO-LIVRO.
           PERFORM 0220-CONSULTAR-PRODUTO.
           PERFORM 0225-OBTER-CUSTO-MEDIO.
           COMPUTE WRK-VALOR-DIF ROUNDED =
                   WRK-DIFERENCA * WRK-CUSTO-UNIT.
           MOVE CNT-LOJA        TO WRK-LI-LOJA.
           MOVE CNT-PRODUTO     TO WRK-LI-PRODUTO.
                   END-IF
                   PERFORM 0230-POSTAR-AJUSTE
           END-IF.
           PERFORM 0240-BAIXAR-AGENDA.
       0215-LER-SALDO-LIVRO.
           MOVE ZEROS TO WRK-SALDO-LIVRO.
           MOVE 'N'   TO WRK-SW-EST-NOVO.
                   END-READ
                   CLOSE PRODUCTS-FILE
           END-IF.
       0225-OBTER-CUSTO-MEDIO.
           OPEN INPUT CUSTMED-FILE.
           IF WRK-FS-CUSTMED-OK
                   MOVE CNT-LOJA    TO CMD-LOJA
                   MOVE CNT-PRODUTO TO CMD-PRODUTO
                   READ CUSTMED-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CMD-CUSTO-MEDIO > ZEROS
                                   MOVE CMD-CUSTO-MEDIO
                                       TO WRK-CUSTO-UNIT
                           END-IF
                   END-READ
           END-IF.
           CLOSE CUSTMED-FILE.
       0230-POSTAR-AJUSTE.
           OPEN EXTEND STKMOV-FILE.
           IF WRK-FS-STKMOV-ARQ-INEXISTENTE
           ELSE
                   MOVE CNT-MOTIVO TO SMV-MOTIVO
           END-IF.
           MOVE ZEROS          TO SMV-DOCUMENTO.
           MOVE WRK-CUSTO-UNIT TO SMV-CUSTO-UNIT.
           WRITE SMV-REGISTRO.
           CLOSE STKMOV-FILE.
           OPEN I-O ESTOQUE-FILE.
           MOVE CNT-PRODUTO TO EST-PRODUTO.
           READ ESTOQUE-FILE
               INVALID KEY
                   MOVE ZEROS  TO EST-RESERVADO
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE EST-REGISTRO TO WRK-JRN-ANTES
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE ESTOQUE-FILE.
       0240-BAIXAR-AGENDA.
           OPEN I-O CICLO-FILE.
           IF WRK-FS-CICLO-OK
                   MOVE CNT-LOJA    TO CIC-LOJA
                   MOVE CNT-PRODUTO TO CIC-PRODUTO
                   MOVE ZEROS       TO CIC-DATA-PROG
                   MOVE 'N'         TO WRK-SW-AGENDA
                   START CICLO-FILE KEY IS NOT LESS THAN CIC-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-AGENDA
                   END-START
                   PERFORM 0245-LER-AGENDA UNTIL WRK-FIM-AGENDA
           END-IF.
           CLOSE CICLO-FILE.
       0245-LER-AGENDA.
           READ CICLO-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-AGENDA
               NOT AT END
                   IF CIC-LOJA NOT = CNT-LOJA
                      OR CIC-PRODUTO NOT = CNT-PRODUTO
                      OR CIC-DATA-PROG > WRK-DATA-HOJE
                           MOVE 'S' TO WRK-SW-AGENDA
                   ELSE
                           IF CIC-PENDENTE
                                   MOVE 'D'           TO CIC-STATUS
                                   MOVE WRK-DATA-HOJE TO CIC-DATA-DEVOL
                                   MOVE CNT-QTDE
                                       TO CIC-QTDE-CONTADA
                                   REWRITE CIC-REGISTRO
                                   ADD 1 TO WRK-QTD-AGENDA
                           END-IF
                   END-IF
           END-READ.
       0300-FINALIZAR.
           MOVE '--- QUEBRA POR LOJA ---' TO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           CLOSE REPORT-FILE.
           DISPLAY 'CONTAGENS CONFERIDAS ===> ' WRK-CONTADOR.
           DISPLAY 'AJUSTES POSTADOS ===> ' WRK-QTD-AJUSTES.
           DISPLAY 'CONTAGENS CICLICAS BAIXADAS ===> ' WRK-QTD-AGENDA.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
