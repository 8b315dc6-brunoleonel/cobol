      ******************************************************
      * COPYBOOK  = CEPREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DA BASE DE REFERENCIA DE CEP
      *             (CEP.DAT - INDEXADO POR CEP, CARREGADO
      *             PELO PROGCOB169 A PARTIR DO CEP.IN NO
      *             MESMO LAYOUT E CONSULTADO PELO
      *             SUBPROGRAMA PROGCOB168)
      *             CEP-LOGRADOURO EM BRANCO = CEP GERAL DA
      *             CIDADE (RUA E BAIRRO DIGITADOS)
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  CEP-REGISTRO.
           02 CEP-CODIGO        PIC 9(08).
           02 CEP-LOGRADOURO    PIC X(30).
           02 CEP-BAIRRO        PIC X(20).
           02 CEP-CIDADE        PIC X(25).
           02 CEP-UF            PIC X(02).
