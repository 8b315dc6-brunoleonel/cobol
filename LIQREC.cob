      ******************************************************
      * COPYBOOK  = LIQREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DAS LIQUIDACOES DE CARTAO DA
      *             ADQUIRENTE (ADQLIQ.DAT - INDEXADO POR
      *             LOJA/DATA DA VENDA). GRAVADO PELO
      *             PROGCOB108 COM O BRUTO, A TAXA RETIDA, O
      *             LIQUIDO CREDITADO, O ESPERADO EM
      *             METPAG.DAT E A TAXA PELO MDR CONTRATADO.
      *             A TAXA E CONTABILIZADA NO MES DO CREDITO
      *             PELO PROGCOB109 (LIQ-CONTABIL 'S')
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  LIQ-REGISTRO.
           02 LIQ-CHAVE.
               03 LIQ-LOJA          PIC 9(03).
               03 LIQ-DATA-VENDA    PIC 9(08).
           02 LIQ-DATA-CREDITO      PIC 9(08).
           02 LIQ-BRUTO             PIC 9(11)V99.
           02 LIQ-TAXA              PIC 9(09)V99.
           02 LIQ-LIQUIDO           PIC 9(11)V99.
           02 LIQ-ESPERADO          PIC S9(11)V99.
           02 LIQ-TAXA-CONTRATO     PIC 9(09)V99.
           02 LIQ-PARECER           PIC X(08).
           02 LIQ-CONTABIL          PIC X(01).
               88 LIQ-POSTADO           VALUE 'S'.
