      ******************************************************
      * COPYBOOK  = CMEDREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO CUSTO MEDIO PONDERADO POR
      *             LOJA/PRODUTO (CUSTMED.DAT - INDEXADO,
      *             COMPANHEIRO DO ESTOQUE.DAT). RECALCULADO
      *             A CADA ENTRADA COM CUSTO (RECEBIMENTO
      *             PROGCOB56 E ENTRADA POR TRANSFERENCIA
      *             PROGCOB103); VENDA, DEVOLUCAO E AJUSTE
      *             SAEM/ENTRAM PELO CUSTO MEDIO VIGENTE.
      *             SEM REGISTRO = VALE O PROD-CUSTO DO
      *             PRODUCTS.DAT
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  CMD-REGISTRO.
           02 CMD-CHAVE.
               03 CMD-LOJA      PIC 9(03).
               03 CMD-PRODUTO   PIC 9(05).
           02 CMD-CUSTO-MEDIO   PIC 9(05)V9999.
           02 CMD-ULT-CUSTO     PIC 9(05)V9999.
           02 CMD-DATA-ATUAL    PIC 9(08).
