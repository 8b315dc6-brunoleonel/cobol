      ******************************************************
      * COPYBOOK  = ETIQREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO ARQUIVO DE IMPRESSAO DE
      *             ETIQUETAS DE GONDOLA DA LOJA (ETIQnnn.PRN -
      *             SEQUENCIAL, GERADO PELO PROGCOB151 NA
      *             ORDEM DE DEPARTAMENTO, UMA ETIQUETA POR
      *             PRODUTO COM TROCA DE PRECO NA VIGENCIA)
      *             ETQ-PRECO-ANT ZERADO = PRODUTO SEM PRECO
      *             ANTERIOR NA TABELA
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  ETQ-REGISTRO.
           02 ETQ-LOJA          PIC 9(03).
           02 ETQ-DEPTO         PIC 9(02).
           02 ETQ-PRODUTO       PIC 9(05).
           02 ETQ-NOME          PIC X(20).
           02 ETQ-PRECO         PIC 9(05)V99.
           02 ETQ-PRECO-ANT     PIC 9(05)V99.
           02 ETQ-VIGENCIA      PIC 9(08).
