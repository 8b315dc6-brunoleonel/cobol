      ******************************************************
      * COPYBOOK  = DEPTREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO MESTRE DE DEPARTAMENTOS
      *             (DEPTOS.DAT - INDEXADO, MANTIDO PELO
      *             PROGCOB116). DEP-CODIGO E O PROD-DEPTO
      *             DO PRODUCTS.DAT; DEP-GRUPO AGRUPA OS
      *             DEPARTAMENTOS EM GRUPOS DE CATEGORIA
      *             PARA OS SUBTOTAIS DO PROGCOB117;
      *             DEP-GERENTE = FUNCIONARIO ('E') DO
      *             MASTER.DAT RESPONSAVEL PELO DEPARTAMENTO
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  DEP-REGISTRO.
           02 DEP-CODIGO        PIC 9(02).
           02 DEP-NOME          PIC X(20).
           02 DEP-GRUPO         PIC X(12).
           02 DEP-GERENTE       PIC 9(03).
           02 DEP-ATIVO         PIC X(01).
               88 DEP-ATIVO-SIM VALUE 'S'.
