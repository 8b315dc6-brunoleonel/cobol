      ******************************************************
      * COPYBOOK  = FRQREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO CONTRATO DE FRANQUIA POR LOJA
      *             (FRANQUIA.DAT - INDEXADO POR FRQ-LOJA,
      *             MANTIDO PELO PROGCOB157 E LIDO PELO
      *             FATURAMENTO MENSAL PROGCOB158)
      *             FRQ-CLIENTE = FRANQUEADO NO CUSTMST.DAT,
      *             TITULAR DA PARCELA A RECEBER
      *             ROYALTY = VENDA LIQUIDA DO MES X
      *             FRQ-PERC-ROYALTY, NUNCA ABAIXO DE
      *             FRQ-TAXA-MINIMA; FUNDO DE MARKETING =
      *             VENDA LIQUIDA X FRQ-PERC-FUNDO
      *             FRQ-DATA-FIM ZERADA = CONTRATO VIGENTE
      *             FRQ-PRAZO-DIAS = DIAS CORRIDOS DO FIM DO
      *             MES ATE O VENCIMENTO (ZERO = CONFIG.CFG)
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  FRQ-REGISTRO.
           02 FRQ-LOJA          PIC 9(03).
           02 FRQ-CLIENTE       PIC 9(06).
           02 FRQ-PERC-ROYALTY  PIC 9(02)V99.
           02 FRQ-PERC-FUNDO    PIC 9(02)V99.
           02 FRQ-TAXA-MINIMA   PIC 9(07)V99.
           02 FRQ-DATA-INICIO   PIC 9(08).
           02 FRQ-DATA-FIM      PIC 9(08).
           02 FRQ-PRAZO-DIAS    PIC 9(03).
