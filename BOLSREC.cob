      ******************************************************
      * COPYBOOK  = BOLSREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DA BOLSA/DESCONTO DO ALUNO SOBRE A
      *             MENSALIDADE (BOLSAS.DAT - INDEXADO, UM
      *             REGISTRO POR ALUNO E TIPO, MANTIDO PELO
      *             PROGCOB133 E APLICADO NA GERACAO DAS
      *             COBRANCAS DO PROGCOB79)
      *             TIPO I = INTEGRAL  P = PERCENTUAL
      *                  R = DESCONTO IRMAO
      *                  A = DESCONTO PONTUALIDADE (SO VALE
      *                      SE PAGO ATE O VENCIMENTO)
      *             BOL-MES-FIM ZERADO = SEM TERMINO
      *             CONDICAO A = ACADEMICA (SUSPENSA AO
      *             APARECER PERIODO REPROVADO NO HISTORICO)
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  BOL-REGISTRO.
           02 BOL-CHAVE.
               03 BOL-ALUNO        PIC 9(05).
               03 BOL-TIPO         PIC X(01).
                   88 BOL-INTEGRAL     VALUE 'I'.
                   88 BOL-PERCENTUAL-T VALUE 'P'.
                   88 BOL-IRMAO-T      VALUE 'R'.
                   88 BOL-PONTUALIDADE VALUE 'A'.
                   88 BOL-TIPO-VALIDO  VALUE 'I' 'P' 'R' 'A'.
           02 BOL-PERCENTUAL       PIC 9(03)V99.
           02 BOL-MES-INICIO       PIC 9(06).
           02 BOL-MES-FIM          PIC 9(06).
           02 BOL-CONDICAO         PIC X(01).
               88 BOL-COND-ACADEMICA VALUE 'A'.
               88 BOL-SEM-CONDICAO   VALUE 'N'.
           02 BOL-SITUACAO         PIC X(01).
               88 BOL-ATIVA        VALUE 'A'.
               88 BOL-SUSPENSA     VALUE 'S'.
           02 BOL-DATA-SUSPENSAO   PIC 9(08).
           02 BOL-IRMAO            PIC 9(05).
