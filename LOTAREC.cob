      ******************************************************
      * COPYBOOK  = LOTAREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DA LOTACAO DO FUNCIONARIO POR LOJA
      *             (LOTACAO.DAT - INDEXADO, MANTIDO PELO FEED
      *             DO RH NO PROGCOB84 - ADMISSAO, TRANSFERENCIA
      *             E DESLIGAMENTO - E CONSULTADO NA CARGA DO
      *             PONTO PROGCOB123)
      *             LOT-DATA-FIM ZERADA = LOTACAO VIGENTE
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  LOT-REGISTRO.
           02 LOT-CHAVE.
               03 LOT-FUNCIONARIO PIC 9(03).
               03 LOT-LOJA        PIC 9(03).
           02 LOT-DATA-INICIO     PIC 9(08).
           02 LOT-DATA-FIM        PIC 9(08).
