      ******************************************************
      * COPYBOOK  = PROFREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO MESTRE DE PROFESSORES
      *             (PROFESSOR.DAT - INDEXADO, MANTIDO PELO
      *             PROGCOB134 E CONSULTADO NA ATRIBUICAO DA
      *             TURMA PROGCOB130)
      *             PRF-ID = CODIGO DE OPERADOR DO PROFESSOR
      *             EM PERMS.DAT (E QUEM ENTREGA AS NOTAS)
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  PRF-REGISTRO.
           02 PRF-ID               PIC 9(02).
           02 PRF-NOME             PIC X(30).
           02 PRF-DEPARTAMENTO     PIC X(10).
           02 PRF-DATA-ADMISSAO    PIC 9(08).
           02 PRF-SITUACAO         PIC X(01).
               88 PRF-ATIVO        VALUE 'A'.
               88 PRF-INATIVO      VALUE 'I'.
