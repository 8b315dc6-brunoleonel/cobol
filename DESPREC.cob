      ******************************************************
      * COPYBOOK  = DESPREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DAS DESPESAS DE LOJA (DESPPEND.DAT
      *             - SEQUENCIAL, CAPTURADAS E APROVADAS PELO
      *             PROGCOB66 E LIDAS PELA PROJECAO DE CAIXA
      *             PROGCOB171)
      *             STATUS: P=PENDENTE A=APROVADA X=REJEITADA
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  DSP-REGISTRO.
           02 DSP-LOJA        PIC 9(03).
           02 DSP-DATA        PIC 9(08).
           02 DSP-TIPO        PIC 9(02).
           02 DSP-VALOR       PIC 9(07)V99.
           02 DSP-DESCRICAO   PIC X(20).
           02 DSP-SOLICITANTE PIC 9(02).
           02 DSP-STATUS      PIC X(01).
               88 DSP-PENDENTE  VALUE 'P'.
               88 DSP-APROVADO  VALUE 'A'.
               88 DSP-REJEITADO VALUE 'X'.
