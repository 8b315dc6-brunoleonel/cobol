      ******************************************************
      * COPYBOOK  = CNSREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO REGISTRO DE CONSENTIMENTO DE
      *             MARKETING POR CLIENTE (CONSENT.DAT -
      *             INDEXADO POR CNS-CLIENTE = CLI-ID, MANTIDO
      *             SO PELO MODULO PROGCOB146)
      *             CANAL 1=SMS 2=E-MAIL 3=CORREIO
      *             CNS-SITUACAO: S=CONSENTIU N=RECUSOU OU
      *             RETIROU; ESPACO = NUNCA PERGUNTADO (TRATADO
      *             COMO SEM CONSENTIMENTO)
      *             CNS-ORIGEM: C=CADASTRO (PROGCOB02) L=BALCAO
      *             DA LOJA T=TELEFONE/SAC S=SITE F=FORMULARIO
      *             ASSINADO
      *             CNS-EMAIL = ENDERECO INFORMADO NO
      *             CONSENTIMENTO DO CANAL E-MAIL (O MESTRE DE
      *             CLIENTES NAO TEM E-MAIL)
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  CNS-REGISTRO.
           02 CNS-CLIENTE       PIC 9(06).
           02 CNS-CANAL OCCURS 3 TIMES.
               03 CNS-SITUACAO  PIC X(01).
                   88 CNS-CONSENTE VALUE 'S'.
                   88 CNS-RECUSA   VALUE 'N'.
               03 CNS-DATA      PIC 9(08).
               03 CNS-ORIGEM    PIC X(01).
               03 CNS-OPERADOR  PIC 9(02).
           02 CNS-EMAIL         PIC X(40).
