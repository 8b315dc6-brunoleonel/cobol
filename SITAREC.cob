      ******************************************************
      * COPYBOOK  = SITAREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DA SITUACAO ACADEMICA VIGENTE DO
      *             ALUNO (SITACAD.DAT - INDEXADO, GRAVADO
      *             PELA APURACAO DE FIM DE PERIODO PROGCOB136;
      *             AS MUDANCAS FICAM EM SITMOV.DAT)
      *             SIT-FALHAS = PERIODOS REPROVADOS SEGUIDOS
      *             ATE SIT-PERIODO
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  SIT-REGISTRO.
           02 SIT-ALUNO            PIC 9(05).
           02 SIT-SITUACAO         PIC X(01).
               88 SIT-REGULAR      VALUE 'R'.
               88 SIT-PROBATORIO   VALUE 'P'.
               88 SIT-REVISAO      VALUE 'V'.
               88 SIT-DESLIGADO    VALUE 'D'.
           02 SIT-PERIODO          PIC 9(06).
           02 SIT-FALHAS           PIC 9(02).
           02 SIT-DATA-MUDANCA     PIC 9(08).
