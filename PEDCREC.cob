      ******************************************************
      * COPYBOOK  = PEDCREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DAS LINHAS DE PEDIDO DE COMPRA
      *             (PEDCOMP.DAT - INDEXADO, CHAVE PEDIDO +
      *             LINHA), UMA LINHA POR PRODUTO PEDIDO
      *             PARA UMA LOJA. INCLUIDO PELO PROGCOB98 E
      *             BAIXADO NO RECEBIMENTO PELO PROGCOB56
      *             PED-QTDE-FATURADA = QUANTIDADE JA COBERTA
      *             POR NOTA DO FORNECEDOR (PROGCOB100)
      *             STATUS: A=ABERTO (NADA RECEBIDO)
      *                     P=PARCIAL (RECEBIDO EM PARTE)
      *                     E=ENCERRADO (RECEBIDO TOTAL)
      *                     X=CANCELADO
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  PED-REGISTRO.
           02 PED-CHAVE.
               03 PED-NUMERO    PIC 9(07).
               03 PED-LINHA     PIC 9(03).
           02 PED-FORNECEDOR    PIC 9(05).
           02 PED-LOJA          PIC 9(03).
           02 PED-PRODUTO       PIC 9(05).
           02 PED-DATA-EMISSAO  PIC 9(08).
           02 PED-DATA-PREVISTA PIC 9(08).
           02 PED-QTDE-PEDIDA   PIC 9(07).
           02 PED-QTDE-RECEBIDA PIC 9(07).
           02 PED-CUSTO-UNIT    PIC 9(05)V99.
           02 PED-DATA-ULT-RECEB PIC 9(08).
           02 PED-QTDE-FATURADA PIC 9(07).
           02 PED-STATUS        PIC X(01).
               88 PED-ABERTO    VALUE 'A'.
               88 PED-PARCIAL   VALUE 'P'.
               88 PED-ENCERRADO VALUE 'E'.
               88 PED-CANCELADO VALUE 'X'.
