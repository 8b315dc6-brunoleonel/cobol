      ******************************************************
      * COPYBOOK  = VNDMREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO MOVIMENTO POR VENDEDOR
      *             (VENDMOV.DAT - SEQUENCIAL, UM REGISTRO
      *             POR ITEM DE VENDA/DEVOLUCAO/CANCELAMENTO
      *             GRAVADO PELO PROGCOB15 E BASE DO
      *             RELATORIO DE PREVENCAO DE PERDAS
      *             PROGCOB118)
      *             VNM-VENDEDOR ZERADO = SEM VENDEDOR
      *             VNM-CLIENTE ZERADO = SEM CLIENTE
      *             IDENTIFICADO
      *             VNM-VALOR SEMPRE POSITIVO (O SENTIDO
      *             VEM DE VNM-TIPO-TRANS)
      *             VNM-HORA = HORA DA VENDA HHMM (9999 = HORA
      *             NAO INFORMADA NO MOVIMENTO DA LOJA) - BASE
      *             DO PERFIL HORARIO PROGCOB160
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  VNM-REGISTRO.
           02 VNM-VENDEDOR      PIC 9(03).
           02 VNM-LOJA          PIC 9(03).
           02 VNM-DATA          PIC 9(08).
           02 VNM-TICKET        PIC 9(06).
           02 VNM-PRODUTO       PIC 9(05).
           02 VNM-QTDE          PIC 9(03).
           02 VNM-VALOR         PIC 9(09)V99.
           02 VNM-TIPO-TRANS    PIC X(01).
               88 VNM-VENDA        VALUE 'V'.
               88 VNM-DEVOLUCAO    VALUE 'D'.
               88 VNM-CANCELAMENTO VALUE 'C'.
           02 VNM-CLIENTE       PIC 9(06).
           02 VNM-HORA          PIC 9(04).
