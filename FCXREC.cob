      ******************************************************
      * COPYBOOK  = FCXREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO FECHAMENTO DE CAIXA POR TURNO
      *             (FECHCX.DAT - INDEXADO POR LOJA/DATA/
      *             CAIXA/OPERADOR). CONTAGEM DO DINHEIRO NA
      *             GAVETA (COM O FUNDO DE TROCO) E DOS
      *             COMPROVANTES DE CARTAO DIGITADA PELA
      *             LOJA NO PROGCOB106 E CONFRONTADA COM
      *             METPAG.DAT NO PROGCOB107
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  FCX-REGISTRO.
           02 FCX-CHAVE.
               03 FCX-LOJA      PIC 9(03).
               03 FCX-DATA      PIC 9(08).
               03 FCX-CAIXA     PIC 9(03).
               03 FCX-OPERADOR  PIC 9(03).
           02 FCX-FUNDO         PIC 9(07)V99.
           02 FCX-DINHEIRO      PIC 9(09)V99.
           02 FCX-CARTAO        PIC 9(09)V99.
           02 FCX-DIGITADOR     PIC 9(02).
           02 FCX-HORA          PIC 9(06).
