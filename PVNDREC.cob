      ******************************************************
      * COPYBOOK  = PVNDREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO ACUMULADO DE VENDAS EM
      *             PROMOCAO (PROMVEND.DAT - INDEXADO POR
      *             PROMOCAO/LOJA/DATA, GRAVADO PELO
      *             PROGCOB15 E LIDO PELO PROGCOB105)
      *             PVD-DESCONTO = PRECO DE TABELA MENOS
      *             PRECO PROMOCIONAL VEZES A QUANTIDADE.
      *             DEVOLUCAO E CANCELAMENTO ENTRAM COM
      *             SINAL NEGATIVO
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  PVD-REGISTRO.
           02 PVD-CHAVE.
               03 PVD-PROMOCAO  PIC 9(05).
               03 PVD-LOJA      PIC 9(03).
               03 PVD-DATA      PIC 9(08).
           02 PVD-QTDE          PIC S9(07).
           02 PVD-VALOR         PIC S9(11)V99.
           02 PVD-DESCONTO      PIC S9(11)V99.
