      ******************************************************
      * COPYBOOK  = PRAZREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO PRAZO DE ENTREGA DAS NOTAS POR
      *             PERIODO LETIVO (PRAZONOT.DAT - INDEXADO,
      *             MANTIDO PELO PROGCOB134 E CONFERIDO NA
      *             ENTREGA PROGCOB132 E NO ACOMPANHAMENTO
      *             DIARIO PROGCOB135)
      *             PRZ-DIAS-AVISO = DIAS ANTES DO PRAZO EM
      *             QUE A TURMA PENDENTE JA VAI PARA A LISTA
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  PRZ-REGISTRO.
           02 PRZ-PERIODO          PIC 9(06).
           02 PRZ-DATA-LIMITE      PIC 9(08).
           02 PRZ-DIAS-AVISO       PIC 9(02).
