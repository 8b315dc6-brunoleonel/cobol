      ******************************************************
      * COPYBOOK  = ENCREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DA ENCOMENDA DE CLIENTE
      *             (ENCOMEND.DAT - INDEXADO POR ENC-NUMERO,
      *             NUMERO DO FORMULARIO DA LOJA, COM CHAVE
      *             ALTERNADA ENC-ITEM LOJA/PRODUTO). INCLUIDA
      *             E CANCELADA PELO PROGCOB149, RESERVADA NO
      *             RECEBIMENTO PELO PROGCOB56, RETIRADA NA
      *             VENDA PELO PROGCOB15 E ACOMPANHADA PELO
      *             RELATORIO PROGCOB150
      *             ENC-SINAL = DEPOSITO PAGO NO PEDIDO, NO
      *             MEIO ENC-PAGTO-SINAL (D/C/P COMO VEN-PAGTO)
      *             ENC-SINAL-APLICADO = PARTE DO SINAL ABATIDA
      *             NA VENDA DA RETIRADA
      *             STATUS: A=ABERTA (AGUARDANDO MERCADORIA)
      *                     R=RESERVADA (MERCADORIA RECEBIDA E
      *                       SEPARADA EM EST-RESERVADO)
      *                     T=RETIRADA PELO CLIENTE
      *                     X=CANCELADA (SINAL DEVOLVIDO)
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  ENC-REGISTRO.
           02 ENC-NUMERO        PIC 9(07).
           02 ENC-ITEM.
               03 ENC-LOJA      PIC 9(03).
               03 ENC-PRODUTO   PIC 9(05).
           02 ENC-CLIENTE       PIC 9(06).
           02 ENC-QTDE          PIC 9(03).
           02 ENC-DATA-PEDIDO   PIC 9(08).
           02 ENC-DATA-PREVISTA PIC 9(08).
           02 ENC-SINAL         PIC 9(07)V99.
           02 ENC-PAGTO-SINAL   PIC X(01).
           02 ENC-STATUS        PIC X(01).
               88 ENC-ABERTA    VALUE 'A'.
               88 ENC-RESERVADA VALUE 'R'.
               88 ENC-RETIRADA  VALUE 'T'.
               88 ENC-CANCELADA VALUE 'X'.
           02 ENC-DATA-CHEGADA  PIC 9(08).
           02 ENC-DATA-RETIRADA PIC 9(08).
           02 ENC-TICKET        PIC 9(06).
           02 ENC-SINAL-APLICADO PIC 9(07)V99.
           02 ENC-OPERADOR      PIC 9(02).
