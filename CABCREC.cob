      ******************************************************
      * COPYBOOK  = CABCREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DA CURVA ABC POR LOJA/PRODUTO
      *             (ABCCLASS.DAT - INDEXADO POR LOJA E
      *             PRODUTO, RECRIADO A CADA RODADA DO
      *             PLANEJADOR DE CONTAGEM CICLICA PROGCOB165)
      *             ABC-VALOR-90 = VENDA LIQUIDA DOS ULTIMOS
      *             90 DIAS (PRODSLS.DAT); PRODUTO COM SALDO
      *             EM ESTOQUE E SEM VENDA ENTRA COMO 'C'
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  ABC-REGISTRO.
           02 ABC-CHAVE.
               03 ABC-LOJA       PIC 9(03).
               03 ABC-PRODUTO    PIC 9(05).
           02 ABC-CLASSE         PIC X(01).
               88 ABC-CLASSE-A   VALUE 'A'.
               88 ABC-CLASSE-B   VALUE 'B'.
               88 ABC-CLASSE-C   VALUE 'C'.
           02 ABC-VALOR-90       PIC S9(11)V99.
           02 ABC-DATA-CLASSIF   PIC 9(08).
