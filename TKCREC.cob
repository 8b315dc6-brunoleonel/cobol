      ******************************************************
      * COPYBOOK  = TKCREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DOS TICKETS PAGOS EM CARTAO
      *             (TKCARTAO.DAT - INDEXADO POR LOJA/DATA/
      *             TICKET, GRAVADO PELO PROGCOB15 COM O
      *             VALOR LIQUIDO DO TICKET). O CHARGEBACK
      *             DA ADQUIRENTE E MARCADO NO TICKET DE
      *             ORIGEM PELO PROGCOB108 (STATUS 'E') E A
      *             PERDA E CONTABILIZADA NO MES PELO
      *             PROGCOB109 (TKC-CBK-CONTABIL 'S')
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  TKC-REGISTRO.
           02 TKC-CHAVE.
               03 TKC-LOJA      PIC 9(03).
               03 TKC-DATA      PIC 9(08).
               03 TKC-TICKET    PIC 9(06).
           02 TKC-VALOR         PIC S9(11)V99.
           02 TKC-CLIENTE       PIC 9(06).
           02 TKC-STATUS        PIC X(01).
               88 TKC-NORMAL        VALUE 'N'.
               88 TKC-CHARGEBACK    VALUE 'E'.
           02 TKC-DATA-CBK      PIC 9(08).
           02 TKC-VALOR-CBK     PIC 9(09)V99.
           02 TKC-CBK-CONTABIL  PIC X(01).
               88 TKC-CBK-POSTADO   VALUE 'S'.
