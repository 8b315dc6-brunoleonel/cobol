      *             PRAZO (PARCELAS.DAT - INDEXADO, GERADO
      *             PELO PROGCOB15 E BAIXADO PELO PROGCOB61)
      *             VENCIMENTO CAI SEMPRE EM DIA UTIL
      *             (PROGCOB40). MULTA E JUROS DE MORA SAO
      *             APROPRIADOS PELO PROGCOB110 E O
      *             RECEBIMENTO QUITA PRIMEIRO OS ENCARGOS E
      *             DEPOIS O PRINCIPAL (PROGCOB61)
      *             STATUS 'B' = BAIXADA COMO INCOBRAVEL
      *             (PROGCOB111); RECEBIMENTO POSTERIOR VAI
      *             PARA PAR-RECUPERADO (RECEITA DE
      *             RECUPERACAO, POSTADA PELO PROGCOB110)
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  PAR-REGISTRO.
           02 PAR-STATUS         PIC X(01).
               88 PAR-ABERTA VALUE 'A'.
               88 PAR-PAGA   VALUE 'P'.
               88 PAR-BAIXADA VALUE 'B'.
           02 PAR-MULTA          PIC 9(07)V99.
           02 PAR-JUROS          PIC 9(07)V99.
           02 PAR-ENCARGO-PAGO   PIC 9(07)V99.
           02 PAR-ENCARGO-CONTAB PIC 9(07)V99.
           02 PAR-DATA-JUROS     PIC 9(08).
           02 PAR-DATA-BAIXA     PIC 9(08).
           02 PAR-VALOR-BAIXA    PIC 9(07)V99.
           02 PAR-RECUPERADO     PIC 9(07)V99.
           02 PAR-RECUP-CONTAB   PIC 9(07)V99.
