      *             LOJA/DATA/METODO, GRAVADO PELO
      *             PROGCOB15 E BATIDO PELO PROGCOB59)
      *             METODO: D=DINHEIRO C=CARTAO P=PIX
      *             F=PONTOS DE FIDELIDADE (SEM DEPOSITO)
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  MPG-REGISTRO.
