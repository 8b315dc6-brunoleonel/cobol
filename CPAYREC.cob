      ******************************************************
      * COPYBOOK  = CPAYREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DA INTERFACE DE COMISSOES PARA A
      *             FOLHA (COMPAY.OUT - SEQUENCIAL, UM
      *             REGISTRO POR VENDEDOR NO MES, GRAVADO PELO
      *             PROGCOB65 E LIDO PELA PROJECAO DE CAIXA
      *             PROGCOB171)
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  CPY-REGISTRO.
           02 CPY-VENDEDOR  PIC 9(03).
           02 CPY-ANOMES    PIC 9(06).
           02 CPY-VALOR     PIC 9(09)V99.
