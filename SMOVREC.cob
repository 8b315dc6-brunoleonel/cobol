      *                    C=CANCELAMENTO (ENTRADA)
      *                    R=RECEBIMENTO (ENTRADA)
      *                    A=AJUSTE DE INVENTARIO
      *                    S=SAIDA POR TRANSFERENCIA
      *                    E=ENTRADA POR TRANSFERENCIA
      *                    B=BAIXA DE LOTE VENCIDO (PERECIVEL,
      *                      FORA DA QUEBRA DE INVENTARIO)
      *             SMV-QTDE JA VEM COM O SINAL DO
      *             MOVIMENTO E SMV-MOTIVO SO E USADO NOS
      *             AJUSTES, NA BAIXA DE LOTE ('VENC') E NO
      *             COMPONENTE MOVIMENTADO PELA VENDA DE UM
      *             KIT ('KIT ').
      *             SMV-DOCUMENTO LEVA O NUMERO DA
      *             TRANSFERENCIA (TRANSF.DAT), DO PEDIDO
      *             DE COMPRA NO RECEBIMENTO OU O CODIGO DO
      *             KIT VENDIDO; ZEROS NOS DEMAIS.
      *             SMV-CUSTO-UNIT E O CUSTO UNITARIO DO
      *             MOVIMENTO: CUSTO PAGO NO
      *             RECEBIMENTO, CUSTO MEDIO (CUSTMED.DAT)
      *             NOS DEMAIS; MOVIMENTO ANTIGO SEM O CAMPO
      *             VEM NAO NUMERICO
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  SMV-REGISTRO.
               88 SMV-MOV-CANCELAMENTO VALUE 'C'.
               88 SMV-MOV-RECEBIMENTO  VALUE 'R'.
               88 SMV-MOV-AJUSTE       VALUE 'A'.
               88 SMV-MOV-TRANSF-SAIDA VALUE 'S'.
               88 SMV-MOV-TRANSF-ENTRADA VALUE 'E'.
               88 SMV-MOV-BAIXA-VENCIDO VALUE 'B'.
           02 SMV-QTDE          PIC S9(07).
           02 SMV-MOTIVO        PIC X(04).
           02 SMV-DOCUMENTO     PIC 9(07).
           02 SMV-CUSTO-UNIT    PIC 9(05)V9999.
