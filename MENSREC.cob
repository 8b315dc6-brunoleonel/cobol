      ******************************************************
      * COPYBOOK  = MENSREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DAS MENSALIDADES ESCOLARES
      *             (MENSALID.DAT - INDEXADO POR ALUNO/MES,
      *             GERADO E BAIXADO PELO PROGCOB79 E LIDO
      *             PELA PROJECAO DE CAIXA PROGCOB171)
      *             VENCIMENTO = DIA MENS-DIA-VENC DO CONFIG
      *             NO MES MEN-ANOMES
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  MEN-REGISTRO.
           02 MEN-CHAVE.
               03 MEN-ALUNO     PIC 9(05).
               03 MEN-ANOMES    PIC 9(06).
           02 MEN-VALOR         PIC 9(07)V99.
           02 MEN-PAGO          PIC 9(07)V99.
           02 MEN-STATUS        PIC X(01).
               88 MEN-ABERTA  VALUE 'A'.
               88 MEN-QUITADA VALUE 'Q'.
           02 MEN-DESC-PONTUAL  PIC 9(07)V99.
           02 MEN-SIT-BOLETO    PIC X(01).
               88 MEN-BOLETO-PENDENTE  VALUE SPACE 'J'.
               88 MEN-BOLETO-REGISTRADO VALUE 'R'.
               88 MEN-BOLETO-BAIXADO   VALUE 'C'.
               88 MEN-BOLETO-REJEITADO VALUE 'J'.
