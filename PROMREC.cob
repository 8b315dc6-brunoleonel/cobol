      ******************************************************
      * COPYBOOK  = PROMREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO CADASTRO DE PROMOCOES
      *             (PROMO.DAT - SEQUENCIAL, MANTIDO PELO
      *             MARKETING). VIGENCIA DE PRM-DATA-INI A
      *             PRM-DATA-FIM, PRM-LOJA 000 = TODAS AS
      *             LOJAS. TIPOS:
      *             D = PERCENTUAL SOBRE O DEPARTAMENTO
      *                 (PRM-DEPTO / PRM-PERCENTUAL)
      *             F = PRECO FIXO DO PRODUTO
      *                 (PRM-PRODUTO / PRM-PRECO)
      *             L = LEVE X PAGUE Y NO PRODUTO
      *                 (PRM-QTDE-LEVE / PRM-QTDE-PAGUE)
      *             LIDO PELO PROGCOB15 NA CAPTURA E PELO
      *             RELATORIO DE CAMPANHA PROGCOB105
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  PRM-REGISTRO.
           02 PRM-CODIGO        PIC 9(05).
           02 PRM-DESCRICAO     PIC X(20).
           02 PRM-TIPO          PIC X(01).
               88 PRM-TIPO-DEPTO       VALUE 'D'.
               88 PRM-TIPO-PRECO-FIXO  VALUE 'F'.
               88 PRM-TIPO-LEVE-PAGUE  VALUE 'L'.
           02 PRM-LOJA          PIC 9(03).
           02 PRM-DEPTO         PIC 9(02).
           02 PRM-PRODUTO       PIC 9(05).
           02 PRM-DATA-INI      PIC 9(08).
           02 PRM-DATA-FIM      PIC 9(08).
           02 PRM-PERCENTUAL    PIC 9(02)V99.
           02 PRM-PRECO         PIC 9(05)V99.
           02 PRM-QTDE-LEVE     PIC 9(03).
           02 PRM-QTDE-PAGUE    PIC 9(03).
