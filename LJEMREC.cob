      ******************************************************
      * COPYBOOK  = LJEMREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO VINCULO DA LOJA COM A EMPRESA
      *             (LOJAEMP.DAT - INDEXADO POR LOJA E DATA
      *             DE INICIO, MANTIDO PELO PROGCOB163)
      *             VALE O VINCULO DE MAIOR DATA DE INICIO
      *             ATE A DATA CONSULTADA; LOJA SEM VINCULO
      *             PERTENCE A EMPRESA 01
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  LJE-REGISTRO.
           02 LJE-CHAVE.
               03 LJE-LOJA        PIC 9(03).
               03 LJE-DATA-INICIO PIC 9(08).
           02 LJE-EMPRESA         PIC 9(02).
           02 LJE-USUARIO         PIC 9(02).
           02 LJE-DATA-CAD        PIC 9(08).
