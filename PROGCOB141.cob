       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB141.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = CAMPANHA PERIODICA DE RECERTIFICACAO DE
      *            ACESSOS SOBRE PERMS.DAT E FUNCAUT.DAT
      *            (RECERT.DAT)
      * DATA = XX/XX/XXXX
      * 194 - MODO A (ADM) ABRE A CAMPANHA COM PRAZO E
      *       FOTOGRAFA O NIVEL DE CADA USUARIO E AS FUNCOES
      *       PERMITIDAS; MODO R (ADM/SUPERV) CONFIRMA OU
      *       REVOGA CADA DIREITO ATE O PRAZO, NUNCA OS
      *       PROPRIOS; MODO E (ADM) ENCERRA APOS O PRAZO
      *       REVOGANDO O QUE NAO FOI CONFIRMADO; MODO L
      *       EMITE A EVIDENCIA (QUEM ATESTOU O QUE E
      *       QUANDO). REVOGACAO PELO MESMO CAMINHO DO
      *       PROGCOB20: NIVEL = EXCLUSAO DO PERMS, FUNCAO =
      *       FUNCAUT NEGADA, COM JORNAL E AUDIT.LOG
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMS-FILE ASSIGN TO 'PERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERM-USER
               FILE STATUS IS WRK-FS-PERMS.
           SELECT FUNCAUT-FILE ASSIGN TO 'FUNCAUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-CHAVE
               FILE STATUS IS WRK-FS-FUNCAUT.
           SELECT RECERT-FILE ASSIGN TO 'RECERT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCR-CHAVE
               FILE STATUS IS WRK-FS-RECERT.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB141.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  FUNCAUT-FILE.
           COPY 'FUNCREC.cob'.
       FD  RECERT-FILE.
           COPY 'RCRTREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       01 WRK-PRM-AUDIT.
           02 WRK-PA-TEXTO PIC X(60).
       77 WRK-FS-PERMS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-FS-FUNCAUT  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-FUNCAUT==.
       77 WRK-FS-RECERT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-RECERT==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-USER        PIC 9(02) VALUE ZEROS.
       77 WRK-PIN         PIC 9(04) VALUE ZEROS.
       77 WRK-LEVEL       PIC 9(02) VALUE ZEROS.
           88 ADM          VALUE 01.
           88 SUPERV       VALUE 03.
           88 AUDITOR      VALUE 04.
       77 WRK-SW-ACESSO   PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-OK VALUE 'S'.
       77 WRK-SW-MODO     PIC X(01) VALUE 'L'.
           88 WRK-MODO-ABRIR     VALUE 'A'.
           88 WRK-MODO-REVISAR   VALUE 'R'.
           88 WRK-MODO-ENCERRAR  VALUE 'E'.
           88 WRK-MODO-LISTAR    VALUE 'L'.
       77 WRK-CAMPANHA    PIC 9(05) VALUE ZEROS.
       77 WRK-PRAZO       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA  PIC 9(06) VALUE ZEROS.
       77 WRK-USER-ALVO   PIC 9(02) VALUE ZEROS.
       77 WRK-RESPOSTA    PIC X(01) VALUE SPACES.
       77 WRK-SW-CAMPANHA PIC X(01) VALUE 'N'.
           88 WRK-CAMPANHA-ACHADA VALUE 'S'.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO VALUE 'S'.
       77 WRK-SW-FIM-REVISAO PIC X(01) VALUE 'N'.
           88 WRK-FIM-REVISAO VALUE 'S'.
       77 WRK-DECISAO     PIC X(15) VALUE SPACES.
       77 WRK-QTD-DIREITOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CONFIRMADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REVOGADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-AUTOMATICOS PIC 9(05) VALUE ZEROS.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-DATA-VAL.
           02 WRK-DV-DATA       PIC 9(08).
           02 WRK-DV-VALIDA     PIC X(01).
           02 WRK-DV-DIA-SEMANA PIC 9(01).
       01 WRK-DATAHORA-SYS.
           02 WRK-DHS-DATA  PIC 9(08).
           02 WRK-DHS-HORA  PIC 9(06).
       01 WRK-LINHA-AUDIT.
           02 WRK-LA-DATAHORA  PIC X(15).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LA-USER      PIC 9(02).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LA-LEVEL     PIC 9(02).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LA-DECISAO   PIC X(15).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LA-ALVO      PIC 9(02).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LA-DIREITO   PIC X(04).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LA-CAMPANHA  PIC 9(05).
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-DIREITO.
           02 FILLER          PIC X(08) VALUE 'USUARIO '.
           02 WRK-LD-USER     PIC 9(02).
           02 FILLER          PIC X(05) VALUE ' DIR '.
           02 WRK-LD-DIREITO  PIC X(04).
           02 FILLER          PIC X(07) VALUE ' NIVEL '.
           02 WRK-LD-NIVEL    PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LD-DECISAO  PIC X(15).
           02 FILLER          PIC X(05) VALUE ' POR '.
           02 WRK-LD-REVISOR  PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LD-DATA     PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LD-HORA     PIC 9(06).
           02 FILLER          PIC X(03) VALUE SPACES.
       77 WRK-JRN-ARQUIVO PIC X(08) VALUE SPACES.
       77 WRK-JRN-OPER    PIC X(02) VALUE SPACES.
       77 WRK-JRN-ANTES   PIC X(60) VALUE SPACES.
       77 WRK-JRN-DEPOIS  PIC X(60) VALUE SPACES.
       77 WRK-HORA-INICIO  PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM     PIC 9(06) VALUE ZEROS.
       77 WRK-SEG-INICIO   PIC 9(07) VALUE ZEROS.
       77 WRK-SEG-FIM      PIC 9(07) VALUE ZEROS.
       77 WRK-SEG-DECORR   PIC S9(07) VALUE ZEROS.
       77 WRK-TMP-HH       PIC 9(02) VALUE ZEROS.
       77 WRK-TMP-MM       PIC 9(02) VALUE ZEROS.
       77 WRK-TMP-SS       PIC 9(02) VALUE ZEROS.
       77 WRK-TMP-RESTO    PIC 9(04) VALUE ZEROS.
       77 WRK-OPLOG-TEMPO  PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-ACESSO-OK
                   EVALUATE TRUE
                       WHEN WRK-MODO-ABRIR
                           PERFORM 0200-ABRIR-CAMPANHA
                       WHEN WRK-MODO-REVISAR
                           PERFORM 0400-REVISAR
                       WHEN WRK-MODO-ENCERRAR
                           PERFORM 0500-ENCERRAR-CAMPANHA
                       WHEN OTHER
                           PERFORM 0600-EMITIR-EVIDENCIA
                   END-EVALUATE
                   CLOSE RECERT-FILE
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO = 'S'
                   MOVE WRK-BD-DATA TO WRK-DATA-HOJE
           ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'RECERTIFICACAO DE ACESSOS - OPERADOR: '.
           ACCEPT  WRK-USER FROM CONSOLE.
           DISPLAY 'PIN DE ACESSO: '.
           ACCEPT  WRK-PIN FROM CONSOLE.
           DISPLAY 'MODO (A=ABRIR / R=REVISAR / E=ENCERRAR / '
                   'L=EVIDENCIA): '.
           ACCEPT  WRK-SW-MODO FROM CONSOLE.
           PERFORM 0110-VALIDAR-ACESSO.
           IF WRK-ACESSO-OK
                   DISPLAY 'CAMPANHA (AAAAT - ANO E TRIMESTRE): '
                   ACCEPT  WRK-CAMPANHA FROM CONSOLE
                   OPEN I-O RECERT-FILE
                   IF WRK-FS-RECERT-ARQ-INEXISTENTE
                           CLOSE RECERT-FILE
                           OPEN OUTPUT RECERT-FILE
                           CLOSE RECERT-FILE
                           OPEN I-O RECERT-FILE
                   END-IF
           END-IF.
       0110-VALIDAR-ACESSO.
           MOVE 'N' TO WRK-SW-ACESSO.
           OPEN INPUT PERMS-FILE.
           MOVE WRK-USER TO PERM-USER.
           READ PERMS-FILE
               INVALID KEY
                   MOVE ZEROS TO WRK-LEVEL
               NOT INVALID KEY
                   MOVE PERM-LEVEL TO WRK-LEVEL
                   IF PERM-PIN = WRK-PIN
                           MOVE 'S' TO WRK-SW-ACESSO
                   END-IF
           END-READ.
           CLOSE PERMS-FILE.
           IF WRK-ACESSO-OK
                   EVALUATE TRUE
                       WHEN WRK-MODO-ABRIR OR WRK-MODO-ENCERRAR
                           IF NOT ADM
                                   MOVE 'N' TO WRK-SW-ACESSO
                           END-IF
                       WHEN WRK-MODO-REVISAR
                           IF NOT ADM AND NOT SUPERV
                                   MOVE 'N' TO WRK-SW-ACESSO
                           END-IF
                       WHEN OTHER
                           MOVE 'L' TO WRK-SW-MODO
                           IF NOT ADM AND NOT SUPERV AND NOT AUDITOR
                                   MOVE 'N' TO WRK-SW-ACESSO
                           END-IF
                   END-EVALUATE
           END-IF.
           IF NOT WRK-ACESSO-OK
                   DISPLAY 'ACESSO NEGADO PARA O MODO ' WRK-SW-MODO
           END-IF.
       0120-LER-CAMPANHA.
           MOVE 'N'          TO WRK-SW-CAMPANHA.
           MOVE WRK-CAMPANHA TO RCR-CAMPANHA.
           MOVE ZEROS        TO RCR-USER.
           MOVE 'CAMP'       TO RCR-DIREITO.
           READ RECERT-FILE
               INVALID KEY
                   DISPLAY 'CAMPANHA ' WRK-CAMPANHA
                           ' NAO CADASTRADA'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-CAMPANHA
                   MOVE RCR-PRAZO TO WRK-PRAZO
           END-READ.
       0130-POSICIONAR-DIREITOS.
           MOVE 'N'          TO WRK-SW-FIM.
           MOVE WRK-CAMPANHA TO RCR-CAMPANHA.
           MOVE 01           TO RCR-USER.
           MOVE LOW-VALUES   TO RCR-DIREITO.
           START RECERT-FILE KEY IS NOT LESS THAN RCR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-SW-FIM
           END-START.
       0200-ABRIR-CAMPANHA.
           MOVE WRK-CAMPANHA TO RCR-CAMPANHA.
           MOVE ZEROS        TO RCR-USER.
           MOVE 'CAMP'       TO RCR-DIREITO.
           READ RECERT-FILE
               INVALID KEY
                   PERFORM 0210-GRAVAR-CABECALHO
               NOT INVALID KEY
                   DISPLAY 'CAMPANHA ' WRK-CAMPANHA ' JA ABERTA'
           END-READ.
       0210-GRAVAR-CABECALHO.
           DISPLAY 'PRAZO PARA AS REVISOES (AAAAMMDD): '.
           ACCEPT  WRK-DV-DATA FROM CONSOLE.
           CALL 'PROGCOB39' USING WRK-DATA-VAL.
           IF WRK-DV-VALIDA NOT = 'S'
              OR WRK-DV-DATA NOT > WRK-DATA-HOJE
                   DISPLAY 'PRAZO INVALIDO - CAMPANHA NAO ABERTA'
           ELSE
                   MOVE SPACES        TO RCR-DADOS
                   MOVE WRK-DV-DATA   TO RCR-PRAZO
                   MOVE WRK-DATA-HOJE TO RCR-DATA-ABERTURA
                   MOVE WRK-USER      TO RCR-ABERTA-POR
                   MOVE 'A'           TO RCR-SITUACAO
                   WRITE RCR-REGISTRO
                   PERFORM 0220-FOTOGRAFAR-NIVEIS
                   PERFORM 0240-FOTOGRAFAR-FUNCOES
                   DISPLAY 'CAMPANHA ' WRK-CAMPANHA ' ABERTA COM '
                           WRK-QTD-DIREITOS ' DIREITOS A REVISAR'
           END-IF.
       0220-FOTOGRAFAR-NIVEIS.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT PERMS-FILE.
           IF WRK-FS-PERMS-OK
                   PERFORM 0225-LER-PERMISSAO UNTIL WRK-FIM-ARQUIVO
           END-IF.
           CLOSE PERMS-FILE.
       0225-LER-PERMISSAO.
           READ PERMS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   MOVE SPACES       TO RCR-DADOS
                   MOVE WRK-CAMPANHA TO RCR-CAMPANHA
                   MOVE PERM-USER    TO RCR-USER
                   MOVE 'NIVL'       TO RCR-DIREITO
                   MOVE PERM-LEVEL   TO RCR-NIVEL
                   PERFORM 0230-GRAVAR-DIREITO
           END-READ.
       0230-GRAVAR-DIREITO.
           MOVE 'P'   TO RCR-DECISAO.
           MOVE ZEROS TO RCR-REVISOR RCR-DATA-DECISAO
                         RCR-HORA-DECISAO.
           WRITE RCR-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-DIREITOS
                   ADD 1 TO WRK-CONTADOR
           END-WRITE.
       0240-FOTOGRAFAR-FUNCOES.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT FUNCAUT-FILE.
           IF WRK-FS-FUNCAUT-OK
                   PERFORM 0245-LER-FUNCAO UNTIL WRK-FIM-ARQUIVO
           END-IF.
           CLOSE FUNCAUT-FILE.
       0245-LER-FUNCAO.
           READ FUNCAUT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF FUNC-AUTORIZADO
                           MOVE SPACES       TO RCR-DADOS
                           MOVE WRK-CAMPANHA TO RCR-CAMPANHA
                           MOVE FUNC-USER    TO RCR-USER
                           MOVE FUNC-CODIGO  TO RCR-DIREITO
                           MOVE ZEROS        TO RCR-NIVEL
                           PERFORM 0230-GRAVAR-DIREITO
                   END-IF
           END-READ.
       0400-REVISAR.
           PERFORM 0120-LER-CAMPANHA.
           EVALUATE TRUE
               WHEN NOT WRK-CAMPANHA-ACHADA
                   CONTINUE
               WHEN RCR-CAMP-ENCERRADA
                   DISPLAY 'CAMPANHA ' WRK-CAMPANHA ' JA ENCERRADA'
               WHEN WRK-DATA-HOJE > WRK-PRAZO
                   DISPLAY 'PRAZO DA CAMPANHA VENCIDO EM '
                           WRK-PRAZO ' - REVISAO ENCERRADA'
               WHEN OTHER
                   PERFORM 0410-REVISAR-USUARIO
                           UNTIL WRK-FIM-REVISAO
           END-EVALUATE.
       0410-REVISAR-USUARIO.
           DISPLAY 'USUARIO A REVISAR (00 PARA ENCERRAR): '.
           ACCEPT  WRK-USER-ALVO FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-USER-ALVO = ZEROS
                   MOVE 'S' TO WRK-SW-FIM-REVISAO
               WHEN WRK-USER-ALVO = WRK-USER
                   DISPLAY 'REVISOR NAO PODE ATESTAR OS PROPRIOS '
                           'DIREITOS'
               WHEN OTHER
                   MOVE 'N'           TO WRK-SW-FIM
                   MOVE WRK-CAMPANHA  TO RCR-CAMPANHA
                   MOVE WRK-USER-ALVO TO RCR-USER
                   MOVE LOW-VALUES    TO RCR-DIREITO
                   START RECERT-FILE KEY IS NOT LESS THAN RCR-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM
                   END-START
                   PERFORM 0420-LER-DIREITO-USUARIO
                           UNTIL WRK-FIM-ARQUIVO
           END-EVALUATE.
       0420-LER-DIREITO-USUARIO.
           READ RECERT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF RCR-CAMPANHA NOT = WRK-CAMPANHA
                      OR RCR-USER NOT = WRK-USER-ALVO
                           MOVE 'S' TO WRK-SW-FIM
                   ELSE
                           IF RCR-PENDENTE
                                   PERFORM 0430-DECIDIR-DIREITO
                           END-IF
                   END-IF
           END-READ.
       0430-DECIDIR-DIREITO.
           IF RCR-DIREITO = 'NIVL'
                   DISPLAY 'USUARIO ' RCR-USER ' NIVEL ' RCR-NIVEL
           ELSE
                   DISPLAY 'USUARIO ' RCR-USER ' FUNCAO '
                           RCR-DIREITO
           END-IF.
           DISPLAY 'C=CONFIRMAR / R=REVOGAR / BRANCO=DEPOIS: '.
           MOVE SPACES TO WRK-RESPOSTA.
           ACCEPT  WRK-RESPOSTA FROM CONSOLE.
           IF WRK-RESPOSTA = 'C' OR WRK-RESPOSTA = 'R'
                   ACCEPT WRK-HORA-AGORA FROM TIME
                   MOVE WRK-RESPOSTA   TO RCR-DECISAO
                   MOVE WRK-USER       TO RCR-REVISOR
                   MOVE WRK-DATA-HOJE  TO RCR-DATA-DECISAO
                   MOVE WRK-HORA-AGORA TO RCR-HORA-DECISAO
                   REWRITE RCR-REGISTRO
                   ADD 1 TO WRK-CONTADOR
                   IF RCR-CONFIRMADO
                           MOVE 'RECERT CONFIRMA' TO WRK-DECISAO
                           PERFORM 0480-REGISTRAR-AUDITORIA
                   ELSE
                           MOVE 'RECERT REVOGA'   TO WRK-DECISAO
                           PERFORM 0450-REVOGAR-DIREITO
                   END-IF
           END-IF.
       0450-REVOGAR-DIREITO.
           IF RCR-DIREITO = 'NIVL'
                   PERFORM 0460-REVOGAR-NIVEL
           ELSE
                   PERFORM 0470-REVOGAR-FUNCAO
           END-IF.
           PERFORM 0480-REGISTRAR-AUDITORIA.
       0460-REVOGAR-NIVEL.
           OPEN I-O PERMS-FILE.
           IF WRK-FS-PERMS-OK
                   MOVE RCR-USER TO PERM-USER
                   READ PERMS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PERM-REGISTRO TO WRK-JRN-ANTES
                           DELETE PERMS-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE 'PERMS'  TO WRK-JRN-ARQUIVO
                                   MOVE 'DL'     TO WRK-JRN-OPER
                                   MOVE SPACES   TO WRK-JRN-DEPOIS
                                   PERFORM 0098-GRAVAR-JORNAL
                           END-DELETE
                   END-READ
           END-IF.
           CLOSE PERMS-FILE.
       0470-REVOGAR-FUNCAO.
           OPEN I-O FUNCAUT-FILE.
           IF WRK-FS-FUNCAUT-OK
                   MOVE RCR-USER    TO FUNC-USER
                   MOVE RCR-DIREITO TO FUNC-CODIGO
                   READ FUNCAUT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FUNC-AUTORIZADO
                                   MOVE FUNC-REGISTRO TO WRK-JRN-ANTES
                                   MOVE 'N' TO FUNC-PERMITIDO
                                   MOVE FUNC-REGISTRO
                                       TO WRK-JRN-DEPOIS
                                   MOVE 'FUNCAUT' TO WRK-JRN-ARQUIVO
                                   MOVE 'RW'      TO WRK-JRN-OPER
                                   REWRITE FUNC-REGISTRO
                                   PERFORM 0098-GRAVAR-JORNAL
                           END-IF
                   END-READ
           END-IF.
           CLOSE FUNCAUT-FILE.
       0480-REGISTRAR-AUDITORIA.
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-DHS-HORA FROM TIME.
           MOVE WRK-DATAHORA-SYS TO WRK-LA-DATAHORA.
           MOVE WRK-USER         TO WRK-LA-USER.
           MOVE WRK-LEVEL        TO WRK-LA-LEVEL.
           MOVE WRK-DECISAO      TO WRK-LA-DECISAO.
           MOVE RCR-USER         TO WRK-LA-ALVO.
           MOVE RCR-DIREITO      TO WRK-LA-DIREITO.
           MOVE WRK-CAMPANHA     TO WRK-LA-CAMPANHA.
           MOVE WRK-LINHA-AUDIT  TO WRK-PA-TEXTO.
           CALL 'PROGCOB82' USING WRK-PRM-AUDIT.
       0500-ENCERRAR-CAMPANHA.
           PERFORM 0120-LER-CAMPANHA.
           EVALUATE TRUE
               WHEN NOT WRK-CAMPANHA-ACHADA
                   CONTINUE
               WHEN RCR-CAMP-ENCERRADA
                   DISPLAY 'CAMPANHA ' WRK-CAMPANHA ' JA ENCERRADA'
               WHEN WRK-DATA-HOJE NOT > WRK-PRAZO
                   DISPLAY 'PRAZO DA CAMPANHA AINDA NAO VENCIDO ('
                           WRK-PRAZO ')'
               WHEN OTHER
                   MOVE 'E' TO RCR-SITUACAO
                   REWRITE RCR-REGISTRO
                   PERFORM 0130-POSICIONAR-DIREITOS
                   PERFORM 0510-LER-DIREITO UNTIL WRK-FIM-ARQUIVO
                   DISPLAY 'CAMPANHA ' WRK-CAMPANHA ' ENCERRADA - '
                           WRK-QTD-AUTOMATICOS
                           ' DIREITOS REVOGADOS NO PRAZO'
           END-EVALUATE.
       0510-LER-DIREITO.
           READ RECERT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF RCR-CAMPANHA NOT = WRK-CAMPANHA
                           MOVE 'S' TO WRK-SW-FIM
                   ELSE
                           IF RCR-PENDENTE
                                   PERFORM 0520-REVOGAR-NO-PRAZO
                           END-IF
                   END-IF
           END-READ.
       0520-REVOGAR-NO-PRAZO.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE 'A'            TO RCR-DECISAO.
           MOVE ZEROS          TO RCR-REVISOR.
           MOVE WRK-DATA-HOJE  TO RCR-DATA-DECISAO.
           MOVE WRK-HORA-AGORA TO RCR-HORA-DECISAO.
           REWRITE RCR-REGISTRO.
           MOVE 'RECERT PRAZO'  TO WRK-DECISAO.
           PERFORM 0450-REVOGAR-DIREITO.
           ADD 1 TO WRK-QTD-AUTOMATICOS.
           ADD 1 TO WRK-CONTADOR.
       0600-EMITIR-EVIDENCIA.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RECERTIFICACAO'  TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE     TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           PERFORM 0120-LER-CAMPANHA.
           IF WRK-CAMPANHA-ACHADA
                   MOVE SPACES TO WRK-LINHA-TITULO
                   STRING 'CAMPANHA ' WRK-CAMPANHA
                          ' ABERTA EM ' RCR-DATA-ABERTURA
                          ' POR ' RCR-ABERTA-POR
                          ' PRAZO ' RCR-PRAZO
                          ' SITUACAO ' RCR-SITUACAO
                          DELIMITED BY SIZE INTO WRK-LINHA-TITULO
                   WRITE REP-LINHA FROM WRK-LINHA-TITULO
                   DISPLAY WRK-LINHA-TITULO
                   PERFORM 0130-POSICIONAR-DIREITOS
                   PERFORM 0610-LISTAR-DIREITO UNTIL WRK-FIM-ARQUIVO
                   MOVE SPACES TO WRK-LINHA-TITULO
                   STRING 'PENDENTES ' WRK-QTD-PENDENTES
                          ' CONFIRMADOS ' WRK-QTD-CONFIRMADOS
                          ' REVOGADOS ' WRK-QTD-REVOGADOS
                          ' NO PRAZO ' WRK-QTD-AUTOMATICOS
                          DELIMITED BY SIZE INTO WRK-LINHA-TITULO
                   WRITE REP-LINHA FROM WRK-LINHA-TITULO
                   DISPLAY WRK-LINHA-TITULO
           END-IF.
           CLOSE REPORT-FILE.
       0610-LISTAR-DIREITO.
           READ RECERT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF RCR-CAMPANHA NOT = WRK-CAMPANHA
                           MOVE 'S' TO WRK-SW-FIM
                   ELSE
                           PERFORM 0620-GRAVAR-LINHA
                   END-IF
           END-READ.
       0620-GRAVAR-LINHA.
           EVALUATE TRUE
               WHEN RCR-CONFIRMADO
                   MOVE 'CONFIRMADO'      TO WRK-LD-DECISAO
                   ADD 1 TO WRK-QTD-CONFIRMADOS
               WHEN RCR-REVOGADO
                   MOVE 'REVOGADO'        TO WRK-LD-DECISAO
                   ADD 1 TO WRK-QTD-REVOGADOS
               WHEN RCR-REVOGADO-AUTO
                   MOVE 'REVOGADO PRAZO'  TO WRK-LD-DECISAO
                   ADD 1 TO WRK-QTD-AUTOMATICOS
               WHEN OTHER
                   MOVE 'PENDENTE'        TO WRK-LD-DECISAO
                   ADD 1 TO WRK-QTD-PENDENTES
           END-EVALUATE.
           MOVE RCR-USER         TO WRK-LD-USER.
           MOVE RCR-DIREITO      TO WRK-LD-DIREITO.
           MOVE RCR-NIVEL        TO WRK-LD-NIVEL.
           MOVE RCR-REVISOR      TO WRK-LD-REVISOR.
           MOVE RCR-DATA-DECISAO TO WRK-LD-DATA.
           MOVE RCR-HORA-DECISAO TO WRK-LD-HORA.
           WRITE REP-LINHA FROM WRK-LINHA-DIREITO.
           DISPLAY WRK-LINHA-DIREITO.
           ADD 1 TO WRK-CONTADOR.
       0300-FINALIZAR.
           DISPLAY 'REGISTROS TRATADOS ===> ' WRK-CONTADOR.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0098-GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE.
           IF WRK-FS-JORNAL-ARQ-INEXISTENTE
                   CLOSE JORNAL-FILE
                   OPEN OUTPUT JORNAL-FILE
           END-IF.
           MOVE SPACES TO JRN-REGISTRO.
           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE 'PROGCOB141'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB141' TO OPLOG-PROGRAMA.
           ACCEPT OPLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT OPLOG-HORA FROM TIME.
           PERFORM 0095-CALCULAR-TEMPO.
           MOVE WRK-OPLOG-TEMPO      TO OPLOG-TEMPO.
           MOVE WRK-CONTADOR         TO OPLOG-QTDE.
           MOVE 'CONCLUIDO'          TO OPLOG-STATUS.
           WRITE OPLOG-LINHA.
       0094-REGISTRAR-OPLOG-INICIO.
           MOVE SPACES TO OPLOG-LINHA.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           MOVE 'PROGCOB141' TO OPLOG-PROGRAMA.
           ACCEPT OPLOG-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO TO OPLOG-HORA.
           MOVE ZEROS           TO OPLOG-QTDE.
           MOVE 'INICIADO'      TO OPLOG-STATUS.
           MOVE ZEROS           TO OPLOG-TEMPO.
           WRITE OPLOG-LINHA.
       0095-CALCULAR-TEMPO.
           ACCEPT WRK-HORA-FIM FROM TIME.
           DIVIDE WRK-HORA-INICIO BY 10000 GIVING WRK-TMP-HH
                   REMAINDER WRK-TMP-RESTO.
           DIVIDE WRK-TMP-RESTO BY 100 GIVING WRK-TMP-MM
                   REMAINDER WRK-TMP-SS.
           COMPUTE WRK-SEG-INICIO = (WRK-TMP-HH * 3600)
                   + (WRK-TMP-MM * 60) + WRK-TMP-SS.
           DIVIDE WRK-HORA-FIM BY 10000 GIVING WRK-TMP-HH
                   REMAINDER WRK-TMP-RESTO.
           DIVIDE WRK-TMP-RESTO BY 100 GIVING WRK-TMP-MM
                   REMAINDER WRK-TMP-SS.
           COMPUTE WRK-SEG-FIM = (WRK-TMP-HH * 3600)
                   + (WRK-TMP-MM * 60) + WRK-TMP-SS.
           COMPUTE WRK-SEG-DECORR = WRK-SEG-FIM - WRK-SEG-INICIO.
           IF WRK-SEG-DECORR < 0
                   ADD 86400 TO WRK-SEG-DECORR
           END-IF.
           DIVIDE WRK-SEG-DECORR BY 3600 GIVING WRK-TMP-HH
                   REMAINDER WRK-TMP-RESTO.
           DIVIDE WRK-TMP-RESTO BY 60 GIVING WRK-TMP-MM
                   REMAINDER WRK-TMP-SS.
           COMPUTE WRK-OPLOG-TEMPO = (WRK-TMP-HH * 10000)
                   + (WRK-TMP-MM * 100) + WRK-TMP-SS.
