      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DA POSICAO DE ESTOQUE POR
      *             LOJA/PRODUTO (ESTOQUE.DAT - INDEXADO,
      *             ATUALIZADO POR PROGCOB15/56/58/103 E
      *             LIDO PELOS RELATORIOS PROGCOB57/173)
      *             EST-RESERVADO = PARTE DO SALDO SEPARADA PARA
      *             ENCOMENDAS DE CLIENTE (ENCOMEND.DAT):
      *             SOMADA NO RECEBIMENTO (PROGCOB56) E BAIXADA
      *             NA RETIRADA (PROGCOB15) OU NO CANCELAMENTO
      *             (PROGCOB149); A VENDA AVULSA SO USA O SALDO
      *             MENOS A RESERVA
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  EST-REGISTRO.
               03 EST-PRODUTO   PIC 9(05).
           02 EST-SALDO         PIC S9(07).
           02 EST-DATA-MOVTO    PIC 9(08).
           02 EST-RESERVADO     PIC 9(07).
