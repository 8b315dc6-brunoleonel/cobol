      ******************************************************
      * COPYBOOK  = MATRREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DA MATRICULA DO ALUNO NA TURMA
      *             (MATRICULA.DAT - INDEXADO, GRAVADO PELO
      *             PROGCOB131 E BASE DO ROSTER GERADO PELO
      *             PROGCOB132 PARA O PROGCOB11)
      *             MAT-DATA/MAT-HORA = MOMENTO DO PEDIDO
      *             (ORDEM DA LISTA DE ESPERA)
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  MAT-REGISTRO.
           02 MAT-CHAVE.
               03 MAT-PERIODO      PIC 9(06).
               03 MAT-CURSO        PIC 9(04).
               03 MAT-TURMA        PIC 9(02).
               03 MAT-ALUNO        PIC 9(05).
           02 MAT-SITUACAO         PIC X(01).
               88 MAT-MATRICULADO  VALUE 'M'.
               88 MAT-EM-ESPERA    VALUE 'E'.
               88 MAT-CANCELADA    VALUE 'C'.
           02 MAT-DATA             PIC 9(08).
           02 MAT-HORA             PIC 9(06).
           02 MAT-OPERADOR         PIC 9(02).
