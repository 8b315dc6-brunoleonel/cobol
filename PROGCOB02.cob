      * 149 - ESTADO DO FEED DO DIA CARIMBADO NO LIVRO
      *       FEEDCTL.DAT (VIA PROGCOB93) PARA O PAINEL DO
      *       OPERADOR PROGCOB94
      * 199 - CONSENTIMENTO DE MARKETING POR CANAL (SMS/
      *       E-MAIL/CORREIO) PERGUNTADO NA CAPTURA
      *       INTERATIVA (CONSOLE OU TELA) E GRAVADO PELO
      *       MODULO PROGCOB146 COM ORIGEM 'C' - RESPOSTA
      *       DIFERENTE DE 'S' (OU E-MAIL SEM ENDERECO) VALE
      *       COMO RECUSA; A CAPTURA EM LOTE NAO TRAZ
      *       CONSENTIMENTO (CLIENTE FICA SEM CONSENTIMENTO
      *       ATE A ATUALIZACAO NO PROGCOB33)
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-SW-JA-RODOU  PIC X(01) VALUE 'N'.
           88 WRK-PASSO-JA-RODOU VALUE 'S'.
       77 WRK-DATA-RUNCTL  PIC 9(08) VALUE ZEROS.
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
           02 WRK-CNS-SMS     PIC X(01).
           02 WRK-CNS-EMAIL   PIC X(01).
           02 WRK-CNS-CORREIO PIC X(01).
       01 WRK-CNS-TAB REDEFINES WRK-CNS-RESPOSTAS.
           02 WRK-CNS-RESP    PIC X(01) OCCURS 3 TIMES.
       77 WRK-CNS-ENDERECO PIC X(40) VALUE SPACES.
       77 WRK-IDX-CANAL    PIC 9(01) VALUE ZEROS.
       SCREEN SECTION.
       01 TELA-CADASTRO.
           02 BLANK SCREEN.
           02 LINE 6 COLUMN 5 VALUE 'NOME..: '.
           02 LINE 6 COLUMN 14 PIC X(20) USING WRK-NOME
                   REQUIRED.
           02 LINE 7 COLUMN 5 VALUE 'CONSENTE SMS: '.
           02 LINE 7 COLUMN 19 PIC X(01) USING WRK-CNS-SMS.
           02 LINE 7 COLUMN 22 VALUE 'E-MAIL: '.
           02 LINE 7 COLUMN 30 PIC X(01) USING WRK-CNS-EMAIL.
           02 LINE 7 COLUMN 33 VALUE 'CORREIO: '.
           02 LINE 7 COLUMN 42 PIC X(01) USING WRK-CNS-CORREIO.
           02 LINE 8 COLUMN 5 VALUE 'E-MAIL: '.
           02 LINE 8 COLUMN 14 PIC X(40) USING WRK-CNS-ENDERECO.
       01 TELA-CONFIRMA.
           02 LINE 9  COLUMN 5 VALUE 'SEQUENCIA: '.
           02 LINE 9  COLUMN 17 PIC 9(06) FROM WRK-SEQUENCIA.
           PERFORM 0165-ACEITAR-TELA
                   UNTIL WRK-CONFIRMA = 'S'.
       0165-ACEITAR-TELA.
           MOVE SPACES TO WRK-NOME WRK-CNS-RESPOSTAS
                          WRK-CNS-ENDERECO.
           DISPLAY TELA-CADASTRO.
           ACCEPT  TELA-CADASTRO.
           IF WRK-NOME = SPACES
           OPEN EXTEND REGISTRO-FILE.
           WRITE REG-REGISTRO.
           CLOSE REGISTRO-FILE.
           IF WRK-INTERATIVO
                   PERFORM 0155-REGISTRAR-CONSENTIMENTO
           END-IF.
           IF WRK-QTD-NOMES < 2000
                   ADD 1 TO WRK-QTD-NOMES
                   MOVE WRK-NOME TO WRK-TN-NOME(WRK-QTD-NOMES)
           END-IF.
       0155-REGISTRAR-CONSENTIMENTO.
           IF NOT WRK-USA-TELA
                   PERFORM 0156-PERGUNTAR-CONSENTIMENTO
           END-IF.
           MOVE ZEROS TO WRK-IDX-CANAL.
           PERFORM 0158-GRAVAR-CONSENTIMENTO
                   UNTIL WRK-IDX-CANAL >= 3.
       0156-PERGUNTAR-CONSENTIMENTO.
           MOVE SPACES TO WRK-CNS-RESPOSTAS WRK-CNS-ENDERECO.
           DISPLAY 'CLIENTE CONSENTE CONTATO POR SMS (S/N): '.
           ACCEPT WRK-CNS-SMS FROM CONSOLE.
           DISPLAY 'CLIENTE CONSENTE CONTATO POR E-MAIL (S/N): '.
           ACCEPT WRK-CNS-EMAIL FROM CONSOLE.
           IF WRK-CNS-EMAIL = 'S'
                   DISPLAY 'ENDERECO DE E-MAIL: '
                   ACCEPT WRK-CNS-ENDERECO FROM CONSOLE
           END-IF.
           DISPLAY 'CLIENTE CONSENTE CONTATO POR CORREIO (S/N): '.
           ACCEPT WRK-CNS-CORREIO FROM CONSOLE.
       0158-GRAVAR-CONSENTIMENTO.
           ADD 1 TO WRK-IDX-CANAL.
           MOVE 'G'           TO WRK-CN-FUNCAO.
           MOVE WRK-SEQUENCIA TO WRK-CN-CLIENTE.
           MOVE WRK-IDX-CANAL TO WRK-CN-CANAL.
           IF WRK-CNS-RESP(WRK-IDX-CANAL) = 'S'
                   MOVE 'S' TO WRK-CN-SITUACAO
           ELSE
                   MOVE 'N' TO WRK-CN-SITUACAO
           END-IF.
           IF WRK-IDX-CANAL = 2 AND WRK-CNS-ENDERECO = SPACES
                   MOVE 'N' TO WRK-CN-SITUACAO
           END-IF.
           MOVE 'C'              TO WRK-CN-ORIGEM.
           MOVE WRK-OPERADOR     TO WRK-CN-OPERADOR.
           MOVE 'PROGCOB02'      TO WRK-CN-PROGRAMA.
           MOVE WRK-CNS-ENDERECO TO WRK-CN-EMAIL.
           CALL 'PROGCOB146' USING WRK-CONSENT.
       0300-FINALIZAR.
           CLOSE EXCEPTION-FILE.
           DISPLAY 'REGISTRO GRAVADO EM REGISTRO.DAT - SEQ: '
