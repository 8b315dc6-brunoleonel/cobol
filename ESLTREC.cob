      ******************************************************
      * COPYBOOK  = ESLTREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO SALDO POR LOTE E VALIDADE DOS
      *             PRODUTOS PERECIVEIS (ESTLOTE.DAT -
      *             INDEXADO POR LOJA/PRODUTO/VALIDADE/LOTE)
      *             ENTRADA NO RECEBIMENTO (PROGCOB56) QUANDO
      *             O DETALHE TRAZ A VALIDADE; A VENDA
      *             (PROGCOB15) CONSOME O SALDO NA ORDEM DA
      *             CHAVE, OU SEJA, PRIMEIRO O QUE VENCE
      *             PRIMEIRO; LOTE VENCIDO E BAIXADO PELO
      *             PROGCOB155 (MOVIMENTO 'B') E A VALIDADE
      *             PROXIMA E COBRADA NO PROGCOB154
      *             ELT-STATUS: A=ATIVO E=ESGOTADO
      *             B=BAIXADO POR VENCIMENTO
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  ELT-REGISTRO.
           02 ELT-CHAVE.
               03 ELT-LOJA          PIC 9(03).
               03 ELT-PRODUTO       PIC 9(05).
               03 ELT-VALIDADE      PIC 9(08).
               03 ELT-LOTE          PIC X(10).
           02 ELT-DATA-RECEB        PIC 9(08).
           02 ELT-QTDE-RECEB        PIC 9(07).
           02 ELT-SALDO             PIC 9(07).
           02 ELT-STATUS            PIC X(01).
               88 ELT-ATIVO         VALUE 'A'.
               88 ELT-ESGOTADO      VALUE 'E'.
               88 ELT-BAIXADO       VALUE 'B'.
           02 ELT-DATA-BAIXA        PIC 9(08).
