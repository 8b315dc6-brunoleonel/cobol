      ******************************************************
      * COPYBOOK  = CFUNREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO ACUMULADO MENSAL DE COMPRAS DE
      *             FUNCIONARIO (COMPFUNC.DAT - INDEXADO POR
      *             FUNCIONARIO/ANOMES/LOJA, GRAVADO PELO
      *             PROGCOB15 E BASE DO LIMITE MENSAL DE
      *             COMPRA, DO RELATORIO E DA INTERFACE DE
      *             DESCONTO EM FOLHA DO PROGCOB156)
      *             VALORES LIQUIDOS DE DEVOLUCAO E
      *             CANCELAMENTO (JA COM O DESCONTO DE
      *             FUNCIONARIO); CFU-VALOR-FOLHA E A PARTE
      *             PAGA COM DESCONTO EM FOLHA (PAGTO 'S')
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  CFU-REGISTRO.
           02 CFU-CHAVE.
               03 CFU-FUNCIONARIO PIC 9(03).
               03 CFU-ANOMES      PIC 9(06).
               03 CFU-LOJA        PIC 9(03).
           02 CFU-QTD-ITENS       PIC 9(05).
           02 CFU-VALOR           PIC S9(09)V99.
           02 CFU-DESCONTO        PIC S9(09)V99.
           02 CFU-VALOR-FOLHA     PIC S9(09)V99.
