      ******************************************************
      * COPYBOOK  = RFMREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DA SEGMENTACAO RFM DE CLIENTES
      *             (RFMSEG.DAT - SEQUENCIAL, REGRAVADO A
      *             CADA MES PELO PROGCOB113; A VERSAO
      *             ANTERIOR E LIDA PARA APURAR QUEM CAIU
      *             DE SEGMENTO)
      *             NOTAS R/F/M DE 1 (PIOR) A 5 (MELHOR)
      *             RFM-LOJA = LOJA DA ULTIMA COMPRA
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  RFM-REGISTRO.
           02 RFM-CLIENTE       PIC 9(06).
           02 RFM-ANOMES        PIC 9(06).
           02 RFM-LOJA          PIC 9(03).
           02 RFM-DATA-ULT      PIC 9(08).
           02 RFM-DIAS          PIC 9(05).
           02 RFM-FREQUENCIA    PIC 9(05).
           02 RFM-VALOR         PIC S9(09)V99.
           02 RFM-NOTA-R        PIC 9(01).
           02 RFM-NOTA-F        PIC 9(01).
           02 RFM-NOTA-M        PIC 9(01).
           02 RFM-SEGMENTO      PIC X(01).
               88 RFM-SEG-CAMPEAO    VALUE 'C'.
               88 RFM-SEG-LEAL       VALUE 'L'.
               88 RFM-SEG-PROMISSOR  VALUE 'P'.
               88 RFM-SEG-EM-RISCO   VALUE 'R'.
               88 RFM-SEG-HIBERNANDO VALUE 'H'.
               88 RFM-SEG-PERDIDO    VALUE 'D'.
               88 RFM-SEG-SEM-COMPRA VALUE 'S'.
