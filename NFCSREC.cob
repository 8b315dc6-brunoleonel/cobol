      ******************************************************
      * COPYBOOK  = NFCSREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO CONTROLE DA SERIE FISCAL POR
      *             LOJA (NFCSEQ.DAT - INDEXADO POR LOJA).
      *             NFS-ULTIMO = ULTIMO NUMERO FISCAL
      *             CONSUMIDO PELO PROGCOB15 (O PROXIMO
      *             DOCUMENTO RECEBE NFS-ULTIMO + 1)
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  NFS-REGISTRO.
           02 NFS-LOJA          PIC 9(03).
           02 NFS-ULTIMO        PIC 9(09).
           02 NFS-DATA-ULTIMO   PIC 9(08).
