      ******************************************************
      * COPYBOOK  = CSNPREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DA FOTO DOS RECEBIVEIS EM ABERTO
      *             (COBRSNAP.DAT - SEQUENCIAL, REGRAVADO A
      *             CADA RODADA DO PROGCOB171). NA RODADA
      *             SEGUINTE O SALDO DE CADA ITEM E COMPARADO
      *             COM O ATUAL PARA APURAR O RECEBIDO NO
      *             PERIODO E A TAXA DE RECEBIMENTO POR FAIXA
      *             CSN-TIPO: P=PARCELA (CHAVE PAR-CHAVE)
      *                       M=MENSALIDADE (CHAVE MEN-CHAVE)
      *             CSN-FAIXA (SO PARCELA): 1=A VENCER 2=ATE
      *             30 DIAS 3=ATE 60 4=ATE 90 5=MAIS DE 90
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  CSN-REGISTRO.
           02 CSN-TIPO          PIC X(01).
               88 CSN-PARCELA     VALUE 'P'.
               88 CSN-MENSALIDADE VALUE 'M'.
           02 CSN-CHAVE         PIC X(25).
           02 CSN-FAIXA         PIC 9(01).
           02 CSN-SALDO         PIC 9(09)V99.
