      ******************************************************
      * COPYBOOK  = CNSHREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO HISTORICO DE CONSENTIMENTOS
      *             (CNSHIST.DAT - SEQUENCIAL, SO ACRESCIDO,
      *             UMA LINHA POR CONCESSAO OU RETIRADA GRAVADA
      *             PELO PROGCOB146 E RELATADA PELO PROGCOB148
      *             PARA AUDITORIA LGPD)
      *             CNH-SIT-ANTERIOR ESPACO = PRIMEIRO REGISTRO
      *             DO CANAL; CANAL/ORIGEM COMO EM CNSREC
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  CNH-REGISTRO.
           02 CNH-DATA          PIC 9(08).
           02 CNH-HORA          PIC 9(06).
           02 CNH-CLIENTE       PIC 9(06).
           02 CNH-CANAL         PIC 9(01).
           02 CNH-SIT-ANTERIOR  PIC X(01).
           02 CNH-SITUACAO      PIC X(01).
               88 CNH-CONCESSAO VALUE 'S'.
               88 CNH-RETIRADA  VALUE 'N'.
           02 CNH-ORIGEM        PIC X(01).
           02 CNH-OPERADOR      PIC 9(02).
           02 CNH-PROGRAMA      PIC X(09).
