      *       EM ABERTO POR CLIENTE (A VENCER, 30/60/90+)
      *       COM TOTAIS POR LOJA PARA A POSICAO DE
      *       SEGUNDA-FEIRA DO FINANCEIRO
      * 172 - RECEBIMENTO QUITA PRIMEIRO A MULTA E OS JUROS
      *       DE MORA APROPRIADOS PELO PROGCOB110 E SO
      *       DEPOIS O PRINCIPAL; PARCELA SO E QUITADA COM
      *       PRINCIPAL E ENCARGOS PAGOS. O AGING MOSTRA AS
      *       FAIXAS SO COM O PRINCIPAL E OS ENCARGOS EM
      *       ABERTO DO CLIENTE EM LINHA PROPRIA
      * 174 - RECEBIMENTO DE PARCELA BAIXADA COMO
      *       INCOBRAVEL (PROGCOB111) NAO BAIXA PRINCIPAL
      *       NEM ENCARGOS: E ACUMULADO EM PAR-RECUPERADO
      *       PARA O PROGCOB110 POSTAR COMO RECEITA DE
      *       RECUPERACAO - PARCELA BAIXADA FICA FORA DO
      *       AGING
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-SERIAL-SAIDA PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC S9(05) VALUE ZEROS.
       77 WRK-SALDO-PARC  PIC S9(07)V99 VALUE ZEROS.
       77 WRK-ENCARGO-DEVIDO  PIC S9(07)V99 VALUE ZEROS.
       77 WRK-PARTE-ENCARGO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PARTE-PRINCIPAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-ENC-RECEB   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-RECUPERADO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-RECUPERADAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-ENCARGOS  PIC S9(13)V99 VALUE ZEROS.
       77 WRK-CLIENTE-ANT PIC 9(06) VALUE ZEROS.
       77 WRK-SW-PRIMEIRA PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRA-VEZ VALUE 'S'.
           02 WRK-FC-ATE60   PIC S9(09)V99 VALUE ZEROS.
           02 WRK-FC-ATE90   PIC S9(09)V99 VALUE ZEROS.
           02 WRK-FC-MAIS90  PIC S9(09)V99 VALUE ZEROS.
           02 WRK-FC-ENCARGOS PIC S9(09)V99 VALUE ZEROS.
       01 WRK-TAB-LOJAS.
           02 WRK-TL-ABERTO PIC S9(11)V99 OCCURS 999 TIMES.
       77 WRK-IDX         PIC 9(04) VALUE ZEROS.
           02 WRK-LA-ATE90    PIC -ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE ' +'.
           02 WRK-LA-MAIS90   PIC -ZZZ.ZZ9,99.
       01 WRK-LINHA-ENCARGOS.
           02 FILLER          PIC X(07) VALUE SPACES.
           02 FILLER          PIC X(32)
               VALUE 'ENCARGOS (MULTA+JUROS) EM ABERTO'.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LE-VALOR    PIC -ZZZ.ZZ9,99.
           02 FILLER          PIC X(19) VALUE SPACES.
       01 WRK-LINHA-LOJA.
           02 FILLER          PIC X(05) VALUE 'LOJA '.
           02 WRK-LL-LOJA     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LT-VALOR    PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(33) VALUE SPACES.
       01 WRK-LINHA-TOT-ENC.
           02 FILLER          PIC X(21)
               VALUE 'TOTAL ENCARGOS ABERTO'.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LTE-VALOR   PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(33) VALUE SPACES.
       77 WRK-HORA-INICIO  PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM     PIC 9(06) VALUE ZEROS.
       77 WRK-SEG-INICIO   PIC 9(07) VALUE ZEROS.
                               TO WRK-EXC-DESCRICAO
                           PERFORM 0290-REGISTRAR-EXCECAO
                       NOT INVALID KEY
                           IF PAR-BAIXADA
                                   PERFORM 0217-REGISTRAR-RECUPERACAO
                           ELSE
                                   PERFORM 0215-DISTRIBUIR-RECEBIMENTO
                           END-IF
                   END-READ
                   CLOSE PARCELAS-FILE
           END-IF.
       0215-DISTRIBUIR-RECEBIMENTO.
           COMPUTE WRK-ENCARGO-DEVIDO = PAR-MULTA + PAR-JUROS
                   - PAR-ENCARGO-PAGO.
           IF WRK-ENCARGO-DEVIDO < 0
                   MOVE ZEROS TO WRK-ENCARGO-DEVIDO
           END-IF.
           IF RCB-VALOR > WRK-ENCARGO-DEVIDO
                   MOVE WRK-ENCARGO-DEVIDO TO WRK-PARTE-ENCARGO
           ELSE
                   MOVE RCB-VALOR TO WRK-PARTE-ENCARGO
           END-IF.
           COMPUTE WRK-PARTE-PRINCIPAL =
                   RCB-VALOR - WRK-PARTE-ENCARGO.
           ADD WRK-PARTE-ENCARGO   TO PAR-ENCARGO-PAGO.
           ADD WRK-PARTE-ENCARGO   TO WRK-TOT-ENC-RECEB.
           ADD WRK-PARTE-PRINCIPAL TO PAR-VALOR-PAGO.
           IF PAR-VALOR-PAGO >= PAR-VALOR
              AND PAR-ENCARGO-PAGO >= PAR-MULTA + PAR-JUROS
                   MOVE 'P' TO PAR-STATUS
           END-IF.
           REWRITE PAR-REGISTRO.
           ADD 1 TO WRK-QTD-BAIXAS.
       0217-REGISTRAR-RECUPERACAO.
           ADD RCB-VALOR TO PAR-RECUPERADO.
           ADD RCB-VALOR TO WRK-TOT-RECUPERADO.
           REWRITE PAR-REGISTRO.
           ADD 1 TO WRK-QTD-RECUPERADAS.
           DISPLAY 'RECUPERACAO DE PARCELA BAIXADA - CLIENTE '
                   PAR-CLIENTE ' TICKET ' PAR-TICKET '/'
                   PAR-NUMERO.
       0400-RELATORIO-AGING.
           MOVE 'S'   TO WRK-SW-PRIMEIRA.
           MOVE 'N'   TO WRK-SW-FIM.
           MOVE WRK-TOTAL-ABERTO TO WRK-LT-VALOR.
           WRITE REP-LINHA FROM WRK-LINHA-TOT.
           DISPLAY WRK-LINHA-TOT.
           MOVE WRK-TOTAL-ENCARGOS TO WRK-LTE-VALOR.
           WRITE REP-LINHA FROM WRK-LINHA-TOT-ENC.
           DISPLAY WRK-LINHA-TOT-ENC.
       0410-VARRER-PARCELAS.
           READ PARCELAS-FILE NEXT
               AT END
                   ADD WRK-SALDO-PARC TO WRK-TL-ABERTO(PAR-LOJA)
           END-IF.
           ADD WRK-SALDO-PARC TO WRK-TOTAL-ABERTO.
           COMPUTE WRK-ENCARGO-DEVIDO = PAR-MULTA + PAR-JUROS
                   - PAR-ENCARGO-PAGO.
           ADD WRK-ENCARGO-DEVIDO TO WRK-FC-ENCARGOS.
           ADD WRK-ENCARGO-DEVIDO TO WRK-TOTAL-ENCARGOS.
       0430-QUEBRA-CLIENTE.
           PERFORM 0440-CONSULTAR-MESTRE.
           MOVE WRK-CLIENTE-ANT TO WRK-LA-CLIENTE.
           MOVE WRK-FC-MAIS90   TO WRK-LA-MAIS90.
           WRITE REP-LINHA FROM WRK-LINHA-AGING.
           DISPLAY WRK-LINHA-AGING.
           IF WRK-FC-ENCARGOS NOT = ZEROS
                   MOVE WRK-FC-ENCARGOS TO WRK-LE-VALOR
                   WRITE REP-LINHA FROM WRK-LINHA-ENCARGOS
                   DISPLAY WRK-LINHA-ENCARGOS
           END-IF.
           MOVE ZEROS TO WRK-FAIXAS-CLI.
       0440-CONSULTAR-MESTRE.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           DISPLAY 'RECEBIMENTOS LIDOS ===> ' WRK-CONTADOR.
           DISPLAY 'BAIXAS APLICADAS ===> ' WRK-QTD-BAIXAS.
           DISPLAY 'SEM REFERENCIA ===> ' WRK-QTD-SEM-REF.
           DISPLAY 'ENCARGOS RECEBIDOS ===> ' WRK-TOT-ENC-RECEB.
           DISPLAY 'RECUPERACOES DE BAIXADAS ===> '
                   WRK-QTD-RECUPERADAS.
           DISPLAY 'VALOR RECUPERADO ===> ' WRK-TOT-RECUPERADO.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
