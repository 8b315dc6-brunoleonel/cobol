      ******************************************************
      * COPYBOOK  = TITPREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DOS TITULOS A PAGAR A
      *             FORNECEDORES (TITPAGAR.DAT - INDEXADO,
      *             CHAVE FORNECEDOR + NOTA FISCAL)
      *             INCLUIDO PELA CAPTURA DE NOTAS
      *             PROGCOB100, BAIXADO PELA RODADA DE
      *             PAGAMENTO PROGCOB101 E LIDO PELO AGING
      *             PROGCOB102
      *             STATUS: A=ABERTO (LIBERADO PARA PAGAR)
      *                     B=BLOQUEADO (DIVERGENCIA COM O
      *                       RECEBIDO NO PEDIDO)
      *                     P=PAGO
      *             TPG-OPERADOR = QUEM CAPTUROU A NOTA (A
      *             LIBERACAO DO BLOQUEIO EXIGE OUTRO)
      *             TPG-CONTABIL = 'S' QUANDO A OBRIGACAO JA
      *             FOI LANCADA NO RAZAO
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  TPG-REGISTRO.
           02 TPG-CHAVE.
               03 TPG-FORNECEDOR PIC 9(05).
               03 TPG-NOTA      PIC 9(09).
           02 TPG-LOJA          PIC 9(03).
           02 TPG-PEDIDO        PIC 9(07).
           02 TPG-DATA-EMISSAO  PIC 9(08).
           02 TPG-VENCIMENTO    PIC 9(08).
           02 TPG-VALOR         PIC 9(09)V99.
           02 TPG-VALOR-PAGO    PIC 9(09)V99.
           02 TPG-DATA-PGTO     PIC 9(08).
           02 TPG-OPERADOR      PIC 9(02).
           02 TPG-CONTABIL      PIC X(01).
               88 TPG-CONTABILIZADO VALUE 'S'.
           02 TPG-STATUS        PIC X(01).
               88 TPG-ABERTO    VALUE 'A'.
               88 TPG-BLOQUEADO VALUE 'B'.
               88 TPG-PAGO      VALUE 'P'.
