      ******************************************************
      * COPYBOOK  = PKGCREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO CONTROLE DOS PACOTES DE RETORNO
      *             POR LOJA (PKGCTL.DAT - INDEXADO POR
      *             PKC-LOJA, GRAVADO PELO PROGCOB145 E
      *             CONFIRMADO PELO PROGCOB70)
      *             PKC-DATA-VIGOR: ULTIMA VIGENCIA DE PRECO JA
      *             ENVIADA (O PROXIMO PACOTE PARCIAL MANDA SO
      *             AS VIGENCIAS POSTERIORES)
      *             PKC-LOJA 000 = CONTROLE GERAL: PKC-DATA-
      *             ENVIO GUARDA A DATA DA FOTO DO CADASTRO DE
      *             PRODUTOS (PRODFOTO.DAT) USADA NO PARCIAL
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  PKC-REGISTRO.
           02 PKC-LOJA           PIC 9(03).
           02 PKC-SEQ-ENVIADA    PIC 9(06).
           02 PKC-DATA-ENVIO     PIC 9(08).
           02 PKC-DATA-VIGOR     PIC 9(08).
           02 PKC-CARGA          PIC X(01).
           02 PKC-QTDE           PIC 9(07).
           02 PKC-SEQ-CONFIRMADA PIC 9(06).
           02 PKC-DATA-CONFIRM   PIC 9(08).
