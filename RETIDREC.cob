      ******************************************************
      * COPYBOOK  = RETIDREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DOS RECEBIMENTOS RETIDOS NA
      *             CONFERENCIA CONTRA O PEDIDO DE COMPRA
      *             (RECRETID.DAT - SEQUENCIAL, GRAVADO
      *             PELO PROGCOB56 E LISTADO PELO PROGCOB99)
      *             MOTIVOS: SPED=SEM PEDIDO/LINHA
      *                      DIVG=LOJA OU PRODUTO DIFERENTE
      *                           DA LINHA DO PEDIDO
      *                      PFEC=PEDIDO ENCERRADO/CANCELADO
      *                      EXCD=EXCESSO SOBRE O PEDIDO
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  RET-REGISTRO.
           02 RET-DATA-PROC     PIC 9(08).
           02 RET-LOJA          PIC 9(03).
           02 RET-DATA          PIC 9(08).
           02 RET-PRODUTO       PIC 9(05).
           02 RET-QTDE          PIC 9(07).
           02 RET-PEDIDO        PIC 9(07).
           02 RET-LINHA         PIC 9(03).
           02 RET-MOTIVO        PIC X(04).
               88 RET-SEM-PEDIDO  VALUE 'SPED'.
               88 RET-DIVERGENTE  VALUE 'DIVG'.
               88 RET-PED-FECHADO VALUE 'PFEC'.
               88 RET-EXCESSO     VALUE 'EXCD'.
