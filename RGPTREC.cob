      ******************************************************
      * COPYBOOK  = RGPTREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DAS REGRAS DE PONTUACAO DE
      *             FIDELIDADE (REGPONT.DAT - SEQUENCIAL,
      *             MANTIDO PELO MARKETING, LIDO PELO
      *             PROGCOB15). TIPOS:
      *             P = ITEM VENDIDO NA PROMOCAO RGP-PROMOCAO
      *             D = ITEM DO DEPARTAMENTO RGP-DEPTO
      *             REGRA DE PROMOCAO PREVALECE SOBRE A DE
      *             DEPARTAMENTO; SEM REGRA VALE
      *             PONTOS-POR-REAL DE CONFIG.CFG
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  RGP-REGISTRO.
           02 RGP-TIPO          PIC X(01).
               88 RGP-TIPO-PROMOCAO VALUE 'P'.
               88 RGP-TIPO-DEPTO    VALUE 'D'.
           02 RGP-DEPTO         PIC 9(02).
           02 RGP-PROMOCAO      PIC 9(05).
           02 RGP-PONTOS-REAL   PIC 9(03).
           02 RGP-DESCRICAO     PIC X(20).
