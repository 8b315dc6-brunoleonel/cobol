      ******************************************************
      * COPYBOOK  = PMOVREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO EXTRATO DE PONTOS DE
      *             FIDELIDADE (PNTMOV.DAT - SEQUENCIAL)
      *             TIPOS: G=GANHO (COMPRA)
      *                    R=RESGATE (PAGAMENTO EM PONTOS)
      *                    E=ESTORNO (DEVOLUCAO/CANCELAMENTO
      *                      DE ITEM QUE GEROU PONTOS)
      *                    D=DEVOLUCAO DE ITEM PAGO EM PONTOS
      *                      (PONTOS DEVOLVIDOS AO CLIENTE)
      *                    X=EXPIRACAO
      *             PMV-PONTOS COM SINAL (CREDITO +/DEBITO -)
      *             PMV-VALOR = VALOR DO ITEM EM REAIS
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  PMV-REGISTRO.
           02 PMV-DATA          PIC 9(08).
           02 PMV-HORA          PIC 9(06).
           02 PMV-CLIENTE       PIC 9(06).
           02 PMV-TIPO          PIC X(01).
               88 PMV-MOV-GANHO     VALUE 'G'.
               88 PMV-MOV-RESGATE   VALUE 'R'.
               88 PMV-MOV-ESTORNO   VALUE 'E'.
               88 PMV-MOV-DEVOLUCAO VALUE 'D'.
               88 PMV-MOV-EXPIRACAO VALUE 'X'.
           02 PMV-PONTOS        PIC S9(09).
           02 PMV-LOJA          PIC 9(03).
           02 PMV-TICKET        PIC 9(06).
           02 PMV-VALOR         PIC S9(09)V99.
