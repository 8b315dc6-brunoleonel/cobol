      ******************************************************
      * COPYBOOK  = FORNREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO MESTRE DE FORNECEDORES
      *             (FORNEC.DAT - INDEXADO, MANTIDO PELO
      *             PROGCOB98)
      *             FOR-PRAZO-ENTREGA = DIAS PADRAO ENTRE O
      *             PEDIDO E A ENTREGA (SUGERE A DATA
      *             PREVISTA DA LINHA DE PEDIDO)
      *             FOR-PRAZO-PGTO = DIAS PARA VENCIMENTO DA
      *             FATURA DO FORNECEDOR
      *             FOR-BANCO/AGENCIA/CONTA = DOMICILIO
      *             BANCARIO PARA O PAGAMENTO
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  FOR-REGISTRO.
           02 FOR-CODIGO        PIC 9(05).
           02 FOR-NOME          PIC X(30).
           02 FOR-CNPJ          PIC 9(14).
           02 FOR-ATIVO         PIC X(01).
               88 FOR-ATIVO-SIM VALUE 'S'.
           02 FOR-PRAZO-ENTREGA PIC 9(03).
           02 FOR-PRAZO-PGTO    PIC 9(03).
           02 FOR-BANCO         PIC 9(03).
           02 FOR-AGENCIA       PIC 9(05).
           02 FOR-CONTA         PIC X(12).
