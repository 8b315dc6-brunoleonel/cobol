      ******************************************************
      * COPYBOOK  = PNTSREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO SALDO DE PONTOS DE FIDELIDADE
      *             POR CLIENTE (PONTOS.DAT - INDEXADO POR
      *             PNT-CLIENTE, MOVIMENTADO POR
      *             PROGCOB15/112)
      *             OS PONTOS FICAM EM LOTES POR MES DE
      *             GANHO (ANO*12+MES, POSICAO = RESTO DA
      *             DIVISAO POR 13 MAIS 1); O LOTE VALE ATE
      *             O FIM DO 12O MES SEGUINTE AO DO GANHO E
      *             O RESGATE/ESTORNO CONSOME DO MAIS ANTIGO
      *             PNT-SALDO = SOMA DOS LOTES
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  PNT-REGISTRO.
           02 PNT-CLIENTE       PIC 9(06).
           02 PNT-SALDO         PIC 9(09).
           02 PNT-DATA-ULT-MOV  PIC 9(08).
           02 PNT-LOTE OCCURS 13 TIMES.
               03 PNT-LOTE-ANOMES PIC 9(06).
               03 PNT-LOTE-PONTOS PIC 9(09).
