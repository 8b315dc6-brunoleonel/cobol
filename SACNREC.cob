      ******************************************************
      * COPYBOOK  = SACNREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DAS NOTAS DOS CASOS DE ATENDIMENTO
      *             (SACNOTA.DAT - SEQUENCIAL, GRAVADO PELO
      *             PROGCOB174 NA ABERTURA, EM CADA MUDANCA DE
      *             STATUS E NAS NOTAS AVULSAS)
      *             SNT-STATUS = STATUS DO CASO APOS A NOTA
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  SNT-REGISTRO.
           02 SNT-CASO          PIC 9(07).
           02 SNT-DATA          PIC 9(08).
           02 SNT-HORA          PIC 9(06).
           02 SNT-USUARIO       PIC 9(02).
           02 SNT-STATUS        PIC X(01).
           02 SNT-TEXTO         PIC X(50).
