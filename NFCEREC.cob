      ******************************************************
      * COPYBOOK  = NFCEREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT POSICIONAL DO DOCUMENTO FISCAL
      *             ELETRONICO DO CONSUMIDOR POR TICKET
      *             (NFCE.OUT - SEQUENCIAL, GRAVADO PELO
      *             PROGCOB15 E CONFERIDO PELO PROGCOB119)
      *             '10' CABECALHO DO DOCUMENTO (CPF ZERADO
      *                  = CONSUMIDOR NAO IDENTIFICADO)
      *             '20' ITEM COM ALIQUOTA E IMPOSTO
      *             '30' FORMA DE PAGAMENTO
      *             '40' TOTAL DO DOCUMENTO
      *             '50' EVENTO DE CANCELAMENTO CONTRA O
      *                  NUMERO FISCAL ORIGINAL
      *             NFC-NUMERO: SERIE SEQUENCIAL POR LOJA
      *             (ULTIMO NUMERO EM NFCSEQ.DAT)
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  NFC-REGISTRO.
           02 NFC-TIPO-REG      PIC X(02).
               88 NFC-REG-CABECALHO    VALUE '10'.
               88 NFC-REG-ITEM         VALUE '20'.
               88 NFC-REG-PAGAMENTO    VALUE '30'.
               88 NFC-REG-TOTAL        VALUE '40'.
               88 NFC-REG-CANCELAMENTO VALUE '50'.
           02 NFC-LOJA          PIC 9(03).
           02 NFC-NUMERO        PIC 9(09).
           02 NFC-DADOS         PIC X(50).
           02 NFC-CABECALHO REDEFINES NFC-DADOS.
               03 NFC-CAB-DATA      PIC 9(08).
               03 NFC-CAB-TICKET    PIC 9(06).
               03 NFC-CAB-CPF       PIC 9(11).
               03 NFC-CAB-MOEDA     PIC X(03).
               03 FILLER            PIC X(22).
           02 NFC-ITEM REDEFINES NFC-DADOS.
               03 NFC-ITE-SEQ       PIC 9(03).
               03 NFC-ITE-PRODUTO   PIC 9(05).
               03 NFC-ITE-QTDE      PIC 9(03).
               03 NFC-ITE-PRECO     PIC 9(05)V99.
               03 NFC-ITE-VALOR     PIC 9(09)V99.
               03 NFC-ITE-ALIQUOTA  PIC 9(02)V99.
               03 NFC-ITE-IMPOSTO   PIC 9(07)V99.
               03 FILLER            PIC X(08).
           02 NFC-PAGAMENTO REDEFINES NFC-DADOS.
               03 NFC-PAG-FORMA     PIC X(01).
               03 NFC-PAG-PARCELAS  PIC 9(02).
               03 NFC-PAG-VALOR     PIC 9(09)V99.
               03 FILLER            PIC X(36).
           02 NFC-TOTAL REDEFINES NFC-DADOS.
               03 NFC-TOT-ITENS     PIC 9(03).
               03 NFC-TOT-VALOR     PIC 9(09)V99.
               03 NFC-TOT-IMPOSTO   PIC 9(09)V99.
               03 FILLER            PIC X(25).
           02 NFC-CANCELAMENTO REDEFINES NFC-DADOS.
               03 NFC-CAN-DATA      PIC 9(08).
               03 NFC-CAN-DATA-DOC  PIC 9(08).
               03 NFC-CAN-TICKET    PIC 9(06).
               03 NFC-CAN-VALOR     PIC 9(09)V99.
               03 FILLER            PIC X(17).
