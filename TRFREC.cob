      ******************************************************
      * COPYBOOK  = TRFREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DAS TRANSFERENCIAS ENTRE LOJAS
      *             (TRANSF.DAT - INDEXADO POR DOCUMENTO E
      *             PRODUTO). A SAIDA DO PROGCOB103 BAIXA O
      *             SALDO DA ORIGEM E DEIXA A LINHA EM
      *             TRANSITO ('T'); O RECEBIMENTO SOMA O
      *             RECEBIDO NO DESTINO E ENCERRA A LINHA
      *             ('R', OU 'D' QUANDO O RECEBIDO DIFERE
      *             DO ENVIADO). PROGCOB104 LISTA O QUE
      *             SEGUE EM TRANSITO
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  TRF-REGISTRO.
           02 TRF-CHAVE.
               03 TRF-DOCUMENTO     PIC 9(07).
               03 TRF-PRODUTO       PIC 9(05).
           02 TRF-LOJA-ORIGEM       PIC 9(03).
           02 TRF-LOJA-DESTINO      PIC 9(03).
           02 TRF-DATA-ENVIO        PIC 9(08).
           02 TRF-QTDE-ENVIADA      PIC 9(07).
           02 TRF-OPER-ENVIO        PIC 9(02).
           02 TRF-DATA-RECEB        PIC 9(08).
           02 TRF-QTDE-RECEBIDA     PIC 9(07).
           02 TRF-OPER-RECEB        PIC 9(02).
           02 TRF-STATUS            PIC X(01).
               88 TRF-EM-TRANSITO     VALUE 'T'.
               88 TRF-RECEBIDA        VALUE 'R'.
               88 TRF-DIVERGENTE      VALUE 'D'.
