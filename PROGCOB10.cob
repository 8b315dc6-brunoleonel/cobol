      *       INTERATIVO (O SYSIN DO LOTE SEGUE DIRETO
      *       PARA OS PARES USUARIO/PIN); TERMINAL EM
      *       BRANCO NAO SOFRE RESTRICAO DE TERMINAL
      * 195 - USUARIO SUSPENSO POR INATIVIDADE (PERM-SITUACAO
      *       'S', GRAVADO PELO PROGCOB142) E RECUSADO COM
      *       MENSAGEM PROPRIA, DECISAO 'SUSPENSO' NO
      *       AUDIT.LOG E EXCECAO E055 ATE A REATIVACAO
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-IDX-PIN    PIC 9(01) VALUE ZEROS.
       77 WRK-SW-PIN-EXPIRADO PIC X(01) VALUE 'N'.
           88 WRK-PIN-EXPIRADO VALUE 'S'.
       77 WRK-SW-SUSPENSO PIC X(01) VALUE 'N'.
           88 WRK-USUARIO-SUSPENSO VALUE 'S'.
       77 WRK-SW-PIN-OK  PIC X(01) VALUE 'N'.
           88 WRK-PIN-NOVO-OK VALUE 'S'.
       77 WRK-SW-PIN-GRAVADO PIC X(01) VALUE 'N'.
       0220-CONSULTAR-PERMISSAO.
           MOVE ZEROS TO WRK-LEVEL.
           MOVE 'N'   TO WRK-SW-PIN-EXPIRADO.
           MOVE 'N'   TO WRK-SW-SUSPENSO.
           OPEN INPUT PERMS-FILE.
           MOVE WRK-USER TO PERM-USER.
           READ PERMS-FILE
                           MOVE 99 TO WRK-LEVEL
                           DISPLAY 'PIN INVALIDO PARA O USUARIO'
                   ELSE
                           IF PERM-SUSPENSO
                                   MOVE 'S' TO WRK-SW-SUSPENSO
                           END-IF
                           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
                           IF PERM-PIN-VALIDADE = ZEROS
                              OR WRK-DHS-DATA > PERM-PIN-VALIDADE
                   END-IF
           END-READ.
           CLOSE PERMS-FILE.
           IF WRK-PIN-EXPIRADO AND NOT WRK-USUARIO-SUSPENSO
                   IF WRK-INTERATIVO
                           DISPLAY 'PIN EXPIRADO - TROCA OBRIGATORIA'
                           PERFORM 0222-TROCAR-PIN
                   END-IF
           END-IF.
           EVALUATE TRUE
                   WHEN WRK-USUARIO-SUSPENSO
                             DISPLAY 'USUARIO SUSPENSO POR '
                                     'INATIVIDADE - PROCURE O '
                                     'SUPERVISOR'
                             MOVE 99 TO WRK-LEVEL
                             MOVE 'SUSPENSO' TO WRK-DECISAO
                             MOVE 'E055' TO WRK-EXC-CODIGO
                             MOVE 'ACESSO NEGADO - USUARIO SUSPENSO'
                                 TO WRK-EXC-DESCRICAO
                             PERFORM 0290-REGISTRAR-EXCECAO
                   WHEN WRK-FORA-DE-HORARIO
                             DISPLAY 'ACESSO FORA DA JANELA DE '
                                     'HORARIO DO USUARIO'
