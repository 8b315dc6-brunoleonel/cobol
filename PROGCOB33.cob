      *       (PREFIXO VIA START), SEM VARRER O MESTRE
      *       INTEIRO - RESPOSTA CONSTANTE COM A BASE
      *       CRESCENDO
      * 173 - LIMITE E SITUACAO DE CREDITO (L=LIBERADO /
      *       B=BLOQUEADO) MANTIDOS NA ATUALIZACAO SO POR
      *       OPERADOR COM A FUNCAO 'CRED' DA MATRIZ
      *       (PROGCOB21) - CONVERSAO GRAVA LIMITE ZERADO
      *       (PADRAO DE CONFIG.CFG) E SITUACAO 'L'
      * 199 - ATUALIZACAO MOSTRA E MANTEM O CONSENTIMENTO DE
      *       MARKETING POR CANAL (SMS/E-MAIL/CORREIO) VIA
      *       PROGCOB146: BRANCO MANTEM, S/N CONCEDE OU
      *       RETIRA COM A ORIGEM INFORMADA (L=LOJA
      *       T=TELEFONE S=SITE F=FORMULARIO)
      * 212 - ENDERECO ESTRUTURADO NA ATUALIZACAO: O CEP E
      *       CONFERIDO NO CEP.DAT (PROGCOB168), QUE PREENCHE
      *       LOGRADOURO, BAIRRO, CIDADE E UF; CEP INEXISTENTE
      *       E RECUSADO COM REDIGITACAO E ZEROS MANTEM O
      *       ENDERECO. CLI-ENDERECO PASSA A SER MONTADO COM
      *       RUA E NUMERO
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 WRK-AUT-RESULTADO PIC X(01).
       77 WRK-SW-REVELA   PIC X(01) VALUE 'N'.
           88 WRK-PODE-REVELAR VALUE 'S'.
       77 WRK-SW-CREDITO  PIC X(01) VALUE 'N'.
           88 WRK-PODE-CREDITO VALUE 'S'.
       01 WRK-LIMITE-ENT.
           02 WRK-LIMITE-ALFA PIC X(09).
           02 WRK-LIMITE-NUM REDEFINES WRK-LIMITE-ALFA
                             PIC 9(07)V99.
       01 WRK-DOC-EXIBIDO.
           02 WRK-DE-MASCARA  PIC X(07).
           02 WRK-DE-FINAL    PIC X(04).
           02 WRK-TE-MASCARA  PIC X(07).
           02 WRK-TE-FINAL    PIC X(04).
       01 WRK-DOC-ALFA    PIC X(11) VALUE SPACES.
       01 WRK-CONSENT.
           02 WRK-CN-FUNCAO     PIC X(01).
           02 WRK-CN-CLIENTE    PIC 9(06).
           02 WRK-CN-CANAL      PIC 9(01).
           02 WRK-CN-SITUACAO   PIC X(01).
           02 WRK-CN-ORIGEM     PIC X(01).
           02 WRK-CN-OPERADOR   PIC 9(02).
           02 WRK-CN-PROGRAMA   PIC X(09).
           02 WRK-CN-EMAIL      PIC X(40).
           02 WRK-CN-SIT-ATUAL  PIC X(01) OCCURS 3 TIMES.
           02 WRK-CN-RESULTADO  PIC X(01).
       01 WRK-CNS-RESPOSTAS.
           02 WRK-CNS-RESP    PIC X(01) OCCURS 3 TIMES.
       77 WRK-CNS-ENDERECO PIC X(40) VALUE SPACES.
       77 WRK-CNS-ORIGEM   PIC X(01) VALUE SPACES.
           88 WRK-CNS-ORIGEM-VALIDA VALUE 'L' 'T' 'S' 'F'.
       77 WRK-IDX-CANAL    PIC 9(01) VALUE ZEROS.
       01 WRK-CEP-ENT.
           02 WRK-CEP-ALFA PIC X(08).
           02 WRK-CEP-NUM REDEFINES WRK-CEP-ALFA
                           PIC 9(08).
       77 WRK-SW-CEP       PIC X(01) VALUE 'N'.
           88 WRK-CEP-RESOLVIDO VALUE 'S'.
       01 WRK-CEP-CONSULTA.
           02 WRK-CP-CEP        PIC 9(08).
           02 WRK-CP-LOGRADOURO PIC X(30).
           02 WRK-CP-BAIRRO     PIC X(20).
           02 WRK-CP-CIDADE     PIC X(25).
           02 WRK-CP-UF         PIC X(02).
           02 WRK-CP-RESULTADO  PIC X(01).
       77 WRK-HORA-INICIO  PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM     PIC 9(06) VALUE ZEROS.
       77 WRK-SEG-INICIO   PIC 9(07) VALUE ZEROS.
           MOVE 'DOCS'       TO WRK-AUT-FUNCAO.
           CALL 'PROGCOB21' USING WRK-AUTORIZACAO.
           MOVE WRK-AUT-RESULTADO TO WRK-SW-REVELA.
           MOVE WRK-OPERADOR TO WRK-AUT-USER.
           MOVE 'CRED'       TO WRK-AUT-FUNCAO.
           CALL 'PROGCOB21' USING WRK-AUTORIZACAO.
           MOVE WRK-AUT-RESULTADO TO WRK-SW-CREDITO.
           DISPLAY 'MODO (C=CONVERTER / I=CONSULTAR / '
                   'A=ATUALIZAR): '.
           ACCEPT WRK-SW-MODO FROM CONSOLE.
                   MOVE ZEROS          TO CLI-DOCUMENTO
                   MOVE REG-DATA       TO CLI-DATA-CAD
                   MOVE 'A'            TO CLI-STATUS
                   MOVE ZEROS          TO CLI-MERGE-PARA
                   MOVE ZEROS          TO CLI-LIMITE-CREDITO
                   MOVE 'L'            TO CLI-SITUACAO-CREDITO
                   MOVE ZEROS          TO CLI-CEP
                   WRITE CLI-REGISTRO
                       INVALID KEY
                           DISPLAY 'ID JA CONVERTIDO: ' CLI-ID
                   PERFORM 0285-MASCARAR-DADOS
                   DISPLAY 'TELEFONE ATUAL.: ' WRK-TEL-EXIBIDO
                   DISPLAY 'DOCUMENTO ATUAL: ' WRK-DOC-EXIBIDO
                   PERFORM 0244-OBTER-ENDERECO
                   DISPLAY 'TELEFONE: '
                   ACCEPT CLI-TELEFONE FROM CONSOLE
                   PERFORM 0243-OBTER-DOCUMENTO
                   DISPLAY 'STATUS (A=ATIVO / I=INATIVO): '
                   ACCEPT CLI-STATUS FROM CONSOLE
                   IF WRK-PODE-CREDITO
                           PERFORM 0248-OBTER-CREDITO
                   END-IF
                   PERFORM 0250-ATUALIZAR-CONSENTIMENTO
                   REWRITE CLI-REGISTRO
                   ADD 1 TO WRK-CONTADOR
                   DISPLAY 'CLIENTE ATUALIZADO'
           END-READ.
           CLOSE CUSTMST-FILE.
           PERFORM 0110-OBTER-ID.
       0244-OBTER-ENDERECO.
           IF CLI-END-SITUACAO = SPACES
              OR CLI-END-PENDENTE
                   DISPLAY 'ENDERECO ATUAL: ' CLI-ENDERECO
           ELSE
                   DISPLAY 'ENDERECO ATUAL: ' CLI-LOGRADOURO ' '
                           CLI-NUMERO ' ' CLI-COMPLEMENTO
                   DISPLAY '                ' CLI-BAIRRO ' '
                           CLI-CIDADE ' ' CLI-UF ' CEP ' CLI-CEP
           END-IF.
           MOVE 'N' TO WRK-SW-CEP.
           PERFORM 0245-ACEITAR-CEP UNTIL WRK-CEP-RESOLVIDO.
       0245-ACEITAR-CEP.
           DISPLAY 'CEP (8 DIGITOS, ZEROS=MANTEM O ENDERECO): '.
           MOVE SPACES TO WRK-CEP-ALFA.
           ACCEPT WRK-CEP-ALFA FROM CONSOLE.
           IF WRK-CEP-ALFA IS NOT NUMERIC
                   DISPLAY MSG-VALOR-INVALIDO
           ELSE
                   IF WRK-CEP-NUM = ZEROS
                           MOVE 'S' TO WRK-SW-CEP
                   ELSE
                           MOVE WRK-CEP-NUM TO WRK-CP-CEP
                           CALL 'PROGCOB168' USING WRK-CEP-CONSULTA
                           IF WRK-CP-RESULTADO = 'N'
                                   DISPLAY 'CEP INEXISTENTE NA BASE '
                                           'DE REFERENCIA - REDIGITE'
                           ELSE
                                   MOVE 'S' TO WRK-SW-CEP
                                   PERFORM 0241-COMPLETAR-ENDERECO
                           END-IF
                   END-IF
           END-IF.
       0241-COMPLETAR-ENDERECO.
           MOVE WRK-CEP-NUM TO CLI-CEP.
           IF WRK-CP-RESULTADO = 'S'
                   MOVE 'C'           TO CLI-END-SITUACAO
                   MOVE WRK-CP-CIDADE TO CLI-CIDADE
                   MOVE WRK-CP-UF     TO CLI-UF
                   IF WRK-CP-LOGRADOURO NOT = SPACES
                           MOVE WRK-CP-LOGRADOURO TO CLI-LOGRADOURO
                           MOVE WRK-CP-BAIRRO     TO CLI-BAIRRO
                           DISPLAY 'LOGRADOURO: ' CLI-LOGRADOURO
                           DISPLAY 'BAIRRO....: ' CLI-BAIRRO
                   ELSE
                           DISPLAY 'CEP GERAL DE ' CLI-CIDADE ' '
                                   CLI-UF
                           DISPLAY 'LOGRADOURO: '
                           ACCEPT CLI-LOGRADOURO FROM CONSOLE
                           DISPLAY 'BAIRRO: '
                           ACCEPT CLI-BAIRRO FROM CONSOLE
                   END-IF
                   DISPLAY 'CIDADE....: ' CLI-CIDADE ' ' CLI-UF
           ELSE
                   DISPLAY 'BASE DE CEP INDISPONIVEL - ENDERECO '
                           'SEM CONFERENCIA'
                   MOVE 'I' TO CLI-END-SITUACAO
                   DISPLAY 'LOGRADOURO: '
                   ACCEPT CLI-LOGRADOURO FROM CONSOLE
                   DISPLAY 'BAIRRO: '
                   ACCEPT CLI-BAIRRO FROM CONSOLE
                   DISPLAY 'CIDADE: '
                   ACCEPT CLI-CIDADE FROM CONSOLE
                   DISPLAY 'UF: '
                   ACCEPT CLI-UF FROM CONSOLE
           END-IF.
           DISPLAY 'NUMERO (S/N = SEM NUMERO): '.
           ACCEPT CLI-NUMERO FROM CONSOLE.
           DISPLAY 'COMPLEMENTO: '.
           ACCEPT CLI-COMPLEMENTO FROM CONSOLE.
           MOVE SPACES TO CLI-ENDERECO.
           STRING CLI-LOGRADOURO DELIMITED BY '  '
                  ', '           DELIMITED BY SIZE
                  CLI-NUMERO     DELIMITED BY SPACE
                  INTO CLI-ENDERECO
           END-STRING.
       0243-OBTER-DOCUMENTO.
           MOVE 'N' TO WRK-CPF-VALIDO.
           PERFORM 0246-ACEITAR-DOCUMENTO
                                   'INVALIDO - REDIGITE'
                   END-IF
           END-IF.
       0248-OBTER-CREDITO.
           DISPLAY 'LIMITE DE CREDITO ATUAL (CENTAVOS): '
                   CLI-LIMITE-CREDITO.
           DISPLAY 'SITUACAO DE CREDITO ATUAL.........: '
                   CLI-SITUACAO-CREDITO.
           MOVE SPACES TO WRK-LIMITE-ALFA.
           PERFORM 0249-ACEITAR-LIMITE
                   UNTIL WRK-LIMITE-ALFA IS NUMERIC.
           MOVE WRK-LIMITE-NUM TO CLI-LIMITE-CREDITO.
           MOVE SPACES TO CLI-SITUACAO-CREDITO.
           PERFORM 0247-ACEITAR-SITUACAO
                   UNTIL CLI-CREDITO-LIBERADO
                      OR CLI-CREDITO-BLOQUEADO.
       0249-ACEITAR-LIMITE.
           DISPLAY 'LIMITE DE CREDITO EM CENTAVOS (9 DIGITOS, '
                   'ZEROS=PADRAO): '.
           ACCEPT WRK-LIMITE-ALFA FROM CONSOLE.
           IF WRK-LIMITE-ALFA IS NOT NUMERIC
                   DISPLAY MSG-VALOR-INVALIDO
           END-IF.
       0247-ACEITAR-SITUACAO.
           DISPLAY 'SITUACAO DE CREDITO (L=LIBERADO / '
                   'B=BLOQUEADO): '.
           ACCEPT CLI-SITUACAO-CREDITO FROM CONSOLE.
           IF NOT CLI-CREDITO-LIBERADO
              AND NOT CLI-CREDITO-BLOQUEADO
                   DISPLAY 'SITUACAO INVALIDA - REDIGITE'
           END-IF.
       0250-ATUALIZAR-CONSENTIMENTO.
           MOVE 'C'    TO WRK-CN-FUNCAO.
           MOVE CLI-ID TO WRK-CN-CLIENTE.
           CALL 'PROGCOB146' USING WRK-CONSENT.
           DISPLAY 'CONSENTIMENTO ATUAL SMS/E-MAIL/CORREIO: '
                   WRK-CN-SIT-ATUAL(1) ' ' WRK-CN-SIT-ATUAL(2) ' '
                   WRK-CN-SIT-ATUAL(3).
           MOVE SPACES TO WRK-CNS-RESPOSTAS WRK-CNS-ENDERECO
                          WRK-CNS-ORIGEM.
           DISPLAY 'SMS (S=CONSENTE / N=RETIRA / BRANCO=MANTEM): '.
           ACCEPT WRK-CNS-RESP(1) FROM CONSOLE.
           DISPLAY 'E-MAIL (S=CONSENTE / N=RETIRA / BRANCO=MANTEM): '.
           ACCEPT WRK-CNS-RESP(2) FROM CONSOLE.
           IF WRK-CNS-RESP(2) = 'S'
                   DISPLAY 'ENDERECO DE E-MAIL: '
                   ACCEPT WRK-CNS-ENDERECO FROM CONSOLE
                   IF WRK-CNS-ENDERECO = SPACES
                           DISPLAY 'E-MAIL SEM ENDERECO - MANTIDO'
                           MOVE SPACE TO WRK-CNS-RESP(2)
                   END-IF
           END-IF.
           DISPLAY 'CORREIO (S=CONSENTE / N=RETIRA / BRANCO=MANTEM): '.
           ACCEPT WRK-CNS-RESP(3) FROM CONSOLE.
           IF WRK-CNS-RESPOSTAS NOT = SPACES
                   PERFORM 0252-ACEITAR-ORIGEM
                           UNTIL WRK-CNS-ORIGEM-VALIDA
                   MOVE ZEROS TO WRK-IDX-CANAL
                   PERFORM 0255-GRAVAR-CONSENTIMENTO
                           UNTIL WRK-IDX-CANAL >= 3
           END-IF.
       0252-ACEITAR-ORIGEM.
           DISPLAY 'ORIGEM (L=LOJA / T=TELEFONE / S=SITE / '
                   'F=FORMULARIO): '.
           ACCEPT WRK-CNS-ORIGEM FROM CONSOLE.
           IF NOT WRK-CNS-ORIGEM-VALIDA
                   DISPLAY 'ORIGEM INVALIDA - REDIGITE'
           END-IF.
       0255-GRAVAR-CONSENTIMENTO.
           ADD 1 TO WRK-IDX-CANAL.
           IF WRK-CNS-RESP(WRK-IDX-CANAL) = 'S'
              OR WRK-CNS-RESP(WRK-IDX-CANAL) = 'N'
                   MOVE 'G'              TO WRK-CN-FUNCAO
                   MOVE CLI-ID           TO WRK-CN-CLIENTE
                   MOVE WRK-IDX-CANAL    TO WRK-CN-CANAL
                   MOVE WRK-CNS-RESP(WRK-IDX-CANAL)
                       TO WRK-CN-SITUACAO
                   MOVE WRK-CNS-ORIGEM   TO WRK-CN-ORIGEM
                   MOVE WRK-OPERADOR     TO WRK-CN-OPERADOR
                   MOVE 'PROGCOB33'      TO WRK-CN-PROGRAMA
                   MOVE WRK-CNS-ENDERECO TO WRK-CN-EMAIL
                   CALL 'PROGCOB146' USING WRK-CONSENT
                   IF WRK-CN-RESULTADO = 'S'
                           DISPLAY 'CONSENTIMENTO DO CANAL '
                                   WRK-IDX-CANAL ' GRAVADO'
                   END-IF
           END-IF.
       0260-CONSULTAR.
           DISPLAY 'NOME OU INICIO DO NOME A PROCURAR: '.
           ACCEPT  WRK-NOME-BUSCA FROM CONSOLE.
