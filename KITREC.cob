      ******************************************************
      * COPYBOOK  = KITREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DA ESTRUTURA DE KITS (KITCOMP.DAT -
      *             INDEXADO POR KIT/COMPONENTE, MANTIDO PELO
      *             PROGCOB172)
      *             UM REGISTRO POR COMPONENTE DO KIT, COM A
      *             QUANTIDADE DO COMPONENTE EM UMA UNIDADE DO
      *             KIT. O KIT E VENDIDO PELO SEU PROPRIO
      *             CODIGO DE PRODUTO MAS O ESTOQUE MOVIMENTA
      *             OS COMPONENTES (PROGCOB15); A RECEITA DO
      *             KIT E RATEADA ENTRE OS COMPONENTES PELO
      *             CUSTO (PROGCOB55). COMPONENTE NAO PODE SER
      *             OUTRO KIT
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  KIT-REGISTRO.
           02 KIT-CHAVE.
               03 KIT-PRODUTO    PIC 9(05).
               03 KIT-COMPONENTE PIC 9(05).
           02 KIT-QTDE           PIC 9(03).
           02 KIT-USUARIO        PIC 9(02).
           02 KIT-DATA-CAD       PIC 9(08).
