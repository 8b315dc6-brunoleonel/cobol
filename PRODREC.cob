      *             APURACAO DE MARGEM BRUTA (PROGCOB55)
      *             PROD-ESTQ-MIN = ESTOQUE MINIMO PARA O
      *             ALERTA DE REPOSICAO (PROGCOB57)
      *             PROD-PERECIVEL = 'S' PARA PRODUTO COM
      *             CONTROLE DE LOTE E VALIDADE NO RECEBIMENTO
      *             (ESTLOTE.DAT); BRANCO/'N' = SEM CONTROLE
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  PROD-REGISTRO.
           02 PROD-DEPTO        PIC 9(02).
           02 PROD-CUSTO        PIC 9(05)V99.
           02 PROD-ESTQ-MIN     PIC 9(05).
           02 PROD-PERECIVEL    PIC X(01).
               88 PROD-PERECIVEL-SIM VALUE 'S'.
