      ******************************************************
      * COPYBOOK  = ETQCREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO CONTROLE DA TROCA DE ETIQUETAS
      *             POR LOJA (ETQCTL.DAT - INDEXADO POR LOJA +
      *             VIGENCIA, GRAVADO PELO PROGCOB151,
      *             CONFIRMADO PELA LOJA NO PROGCOB152 E
      *             COBRADO NO RELATORIO PROGCOB153)
      *             ETC-LOJA 000 = CONTROLE GERAL: ETC-DATA-
      *             VIGOR ZERADA E ETC-DATA-GERACAO GUARDA A
      *             ULTIMA VIGENCIA JA TRATADA (A PROXIMA
      *             RODADA PEGA SO AS POSTERIORES)
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  ETC-REGISTRO.
           02 ETC-CHAVE.
               03 ETC-LOJA          PIC 9(03).
               03 ETC-DATA-VIGOR    PIC 9(08).
           02 ETC-DATA-GERACAO      PIC 9(08).
           02 ETC-QTDE              PIC 9(05).
           02 ETC-STATUS            PIC X(01).
               88 ETC-PENDENTE      VALUE 'P'.
               88 ETC-CONFIRMADA    VALUE 'C'.
           02 ETC-DATA-CONFIRM      PIC 9(08).
           02 ETC-OPERADOR          PIC 9(02).
