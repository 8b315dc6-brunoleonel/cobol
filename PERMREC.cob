      *             QUE FIM = JANELA CRUZANDO A MEIA-NOITE)
      *             TERMINAIS = ATE 5 IDS DE 4 POSICOES
      *             (TUDO EM BRANCO = QUALQUER TERMINAL)
      *             SITUACAO S = SUSPENSO POR INATIVIDADE
      *             (PROGCOB142); BRANCO/A = ATIVO
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  PERM-REGISTRO.
           02 PERM-HORA-FIM     PIC 9(04).
           02 PERM-TERMINAIS.
               03 PERM-TERMINAL PIC X(04) OCCURS 5 TIMES.
           02 PERM-SITUACAO     PIC X(01).
               88 PERM-SUSPENSO   VALUE 'S'.
