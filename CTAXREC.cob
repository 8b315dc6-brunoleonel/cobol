      ******************************************************
      * COPYBOOK  = CTAXREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO HISTORICO DE RECEBIMENTO DAS
      *             PARCELAS POR FAIXA DE ATRASO (COBRTAX.DAT
      *             - SEQUENCIAL, UM REGISTRO POR FAIXA,
      *             ACUMULADO PELO PROGCOB171)
      *             CTX-BASE = SALDO EM ABERTO NA FAIXA NAS
      *             FOTOS ANTERIORES; CTX-RECEBIDO = QUANTO
      *             DESSE SALDO ENTROU ATE A RODADA SEGUINTE.
      *             TAXA DA FAIXA = RECEBIDO / BASE
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  CTX-REGISTRO.
           02 CTX-FAIXA         PIC 9(01).
           02 CTX-BASE          PIC 9(13)V99.
           02 CTX-RECEBIDO      PIC 9(13)V99.
           02 CTX-DATA          PIC 9(08).
