      ******************************************************
      * COPYBOOK  = PRESREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DA FREQUENCIA POR ALUNO, AULA E
      *             DATA (PRESENCA.DAT - INDEXADO, LANCADO
      *             PELO PROFESSOR NO PROGCOB127, APURADO
      *             PELO PROGCOB128 PARA O MOTOR PROGCOB38 E
      *             ACOMPANHADO NO RELATORIO PROGCOB129)
      *             PRS-AULA = NUMERO DA AULA NO DIA (01-99)
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  PRS-REGISTRO.
           02 PRS-CHAVE.
               03 PRS-ALUNO       PIC 9(05).
               03 PRS-PERIODO     PIC 9(06).
               03 PRS-DATA        PIC 9(08).
               03 PRS-AULA        PIC 9(02).
           02 PRS-SITUACAO        PIC X(01).
               88 PRS-PRESENTE    VALUE 'P'.
               88 PRS-FALTA       VALUE 'F'.
           02 PRS-PROFESSOR       PIC 9(02).
           02 PRS-DATA-LANC       PIC 9(08).
