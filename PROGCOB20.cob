      *       ENCADEADO PROGCOB82 (SEQUENCIA E VALOR DE
      *       VERIFICACAO POR REGISTRO, CONFERIVEL PELO
      *       PROGCOB83)
      * 195 - CONCESSAO NOVA SAI ATIVA (PERM-SITUACAO EM
      *       BRANCO); A SUSPENSAO POR INATIVIDADE E A
      *       REATIVACAO FICAM NO PROGCOB142
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                             MOVE ZEROS TO PERM-HORA-INICIO
                                           PERM-HORA-FIM
                             MOVE SPACES TO PERM-TERMINAIS
                                            PERM-SITUACAO
                             MOVE PERM-REGISTRO TO WRK-JRN-DEPOIS
                             IF WRK-JRN-ANTES = SPACES
                                     MOVE 'WR' TO WRK-JRN-OPER
