      ******************************************************
      * COPYBOOK  = EMPRREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO MESTRE DE EMPRESAS DO GRUPO
      *             (EMPRESA.DAT - INDEXADO POR CODIGO,
      *             MANTIDO PELO PROGCOB163). CADA LOJA E
      *             VINCULADA A UMA EMPRESA EM LOJAEMP.DAT
      *             (LJEMREC) E A CONSULTA E FEITA PELO
      *             SUBPROGRAMA PROGCOB164
      *             EMP-REGIME: S=SIMPLES P=LUCRO PRESUMIDO
      *             R=LUCRO REAL
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  EMP-REGISTRO.
           02 EMP-CODIGO        PIC 9(02).
           02 EMP-CNPJ          PIC 9(14).
           02 EMP-RAZAO         PIC X(30).
           02 EMP-REGIME        PIC X(01).
               88 EMP-SIMPLES     VALUE 'S'.
               88 EMP-PRESUMIDO   VALUE 'P'.
               88 EMP-REAL        VALUE 'R'.
               88 EMP-REGIME-OK   VALUE 'S' 'P' 'R'.
           02 EMP-ATIVA         PIC X(01).
               88 EMP-ATIVA-SIM   VALUE 'S'.
           02 EMP-DATA-CAD      PIC 9(08).
