       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB142.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = SUSPENSAO AUTOMATICA DE USUARIOS INATIVOS
      *            DO PERMS.DAT PELO ULTIMO ACESSO AUTORIZADO
      *            NO AUDIT.LOG
      * DATA = XX/XX/XXXX
      * 195 - MODO N (NOTURNO): ULTIMO ACESSO = ULTIMA
      *       AUTORIZACAO DO PROGCOB10 (ADMIN/USUARIO/
      *       SUPERVISOR/AUDITOR/FIRECALL), CONCESSAO OU
      *       REATIVACAO; PASSADO ACESSO-DIAS-INATIVO (90)
      *       O USUARIO E SUSPENSO (PERM-SITUACAO 'S', SEM
      *       EXCLUSAO, COM JORNAL E AUDIT.LOG) E DENTRO DE
      *       ACESSO-DIAS-AVISO (15) ANTES DO LIMITE SAI
      *       AVISO EM ALERTAS.DAT; SEM AUDIT.LOG NINGUEM E
      *       SUSPENSO. MODO R: SUPERVISOR (OU ADM) REATIVA
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
           SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT ALERTAS-FILE ASSIGN TO 'ALERTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALERTAS.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB142.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  AUDIT-FILE.
           COPY 'AUDCREC.cob'.
       FD  ALERTAS-FILE.
           COPY 'ALRTREC.cob'.
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
       77 WRK-FS-AUDIT    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-AUDIT==.
       77 WRK-FS-ALERTAS  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ALERTAS==.
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
       77 WRK-SW-ACESSO   PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-OK VALUE 'S'.
       77 WRK-SW-MODO     PIC X(01) VALUE 'N'.
           88 WRK-MODO-NOTURNO  VALUE 'N'.
           88 WRK-MODO-REATIVAR VALUE 'R'.
       77 WRK-USER-ALVO   PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-INATIVO PIC 9(03) VALUE 90.
       77 WRK-DIAS-AVISO  PIC 9(03) VALUE 15.
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-AVISO  PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMO      PIC 9(08) VALUE ZEROS.
       77 WRK-IDX         PIC 9(03) VALUE ZEROS.
       77 WRK-SW-AUDITORIA PIC X(01) VALUE 'N'.
           88 WRK-AUDITORIA-LIDA VALUE 'S'.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO VALUE 'S'.
       77 WRK-SW-FIM-REATIV PIC X(01) VALUE 'N'.
           88 WRK-FIM-REATIVACAO VALUE 'S'.
       77 WRK-DECISAO     PIC X(15) VALUE SPACES.
       77 WRK-ALR-TEXTO   PIC X(40) VALUE SPACES.
       77 WRK-ALR-SEVERIDADE PIC X(01) VALUE SPACES.
       77 WRK-QTD-SUSPENSOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-AVISADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-JA-SUSPENSOS PIC 9(05) VALUE ZEROS.
       01 WRK-TAB-ULTIMO-ACESSO.
           02 WRK-UA-DATA OCCURS 100 TIMES PIC 9(08).
       01 WRK-LINHA-LIDA.
           02 WRK-LL-DATA      PIC 9(08).
           02 FILLER           PIC X(08).
           02 WRK-LL-USER      PIC X(02).
           02 WRK-LL-USER-N REDEFINES WRK-LL-USER PIC 9(02).
           02 FILLER           PIC X(01).
           02 WRK-LL-LEVEL     PIC X(02).
           02 FILLER           PIC X(01).
           02 WRK-LL-DECISAO   PIC X(15).
           02 FILLER           PIC X(01).
           02 WRK-LL-ALVO      PIC X(02).
           02 WRK-LL-ALVO-N REDEFINES WRK-LL-ALVO PIC 9(02).
           02 FILLER           PIC X(20).
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-DIA-UTIL.
           02 WRK-DU-FUNCAO    PIC X(01).
           02 WRK-DU-DATA      PIC 9(08).
           02 WRK-DU-RESULTADO PIC X(01).
           02 WRK-DU-PROXIMA   PIC 9(08).
           02 WRK-DU-REGIAO    PIC 9(02).
           02 WRK-DU-DIAS      PIC 9(03).
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
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-USUARIO.
           02 FILLER          PIC X(08) VALUE 'USUARIO '.
           02 WRK-LU-USER     PIC 9(02).
           02 FILLER          PIC X(07) VALUE ' NIVEL '.
           02 WRK-LU-NIVEL    PIC 9(02).
           02 FILLER          PIC X(15) VALUE ' ULTIMO ACESSO '.
           02 WRK-LU-ULTIMO   PIC 9(08).
           02 FILLER          PIC X(08) VALUE ' LIMITE '.
           02 WRK-LU-LIMITE   PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LU-SITUACAO PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
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
           IF WRK-MODO-REATIVAR
                   IF WRK-ACESSO-OK
                           PERFORM 0500-REATIVAR
                                   UNTIL WRK-FIM-REATIVACAO
                   END-IF
           ELSE
                   PERFORM 0200-VERIFICAR-INATIVOS
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
           DISPLAY 'MODO (N=VERIFICACAO NOTURNA / R=REATIVAR): '.
           ACCEPT  WRK-SW-MODO FROM CONSOLE.
           IF WRK-MODO-REATIVAR
                   DISPLAY 'REATIVACAO DE USUARIOS - SUPERVISOR: '
                   ACCEPT  WRK-USER FROM CONSOLE
                   DISPLAY 'PIN DE ACESSO: '
                   ACCEPT  WRK-PIN FROM CONSOLE
                   PERFORM 0110-VALIDAR-SUPERVISOR
           ELSE
                   MOVE 'N' TO WRK-SW-MODO
                   PERFORM 0120-OBTER-LIMITES
           END-IF.
       0110-VALIDAR-SUPERVISOR.
           MOVE 'N' TO WRK-SW-ACESSO.
           OPEN INPUT PERMS-FILE.
           MOVE WRK-USER TO PERM-USER.
           READ PERMS-FILE
               INVALID KEY
                   MOVE ZEROS TO WRK-LEVEL
               NOT INVALID KEY
                   MOVE PERM-LEVEL TO WRK-LEVEL
                   IF PERM-PIN = WRK-PIN AND NOT PERM-SUSPENSO
                      AND (ADM OR SUPERV)
                           MOVE 'S' TO WRK-SW-ACESSO
                   END-IF
           END-READ.
           CLOSE PERMS-FILE.
           IF NOT WRK-ACESSO-OK
                   DISPLAY 'ACESSO RESTRITO AO NIVEL SUPERVISOR'
           END-IF.
       0120-OBTER-LIMITES.
           MOVE 'ACESSO-DIAS-INATIVO' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
              AND WRK-CF-VALOR-NUM < 1000
                   MOVE WRK-CF-VALOR-NUM TO WRK-DIAS-INATIVO
           END-IF.
           MOVE 'ACESSO-DIAS-AVISO' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
              AND WRK-CF-VALOR-NUM < 1000
                   MOVE WRK-CF-VALOR-NUM TO WRK-DIAS-AVISO
           END-IF.
           IF WRK-DIAS-AVISO > WRK-DIAS-INATIVO
                   MOVE WRK-DIAS-INATIVO TO WRK-DIAS-AVISO
           END-IF.
       0200-VERIFICAR-INATIVOS.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'USUARIOS INATIVOS' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE       TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING 'LIMITE DE INATIVIDADE ' WRK-DIAS-INATIVO
                  ' DIAS - AVISO ' WRK-DIAS-AVISO ' DIAS ANTES'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           PERFORM 0210-CARREGAR-ULTIMO-ACESSO.
           IF NOT WRK-AUDITORIA-LIDA
                   STRING 'AUDIT.LOG INDISPONIVEL - NENHUM '
                          'USUARIO SUSPENSO'
                          DELIMITED BY SIZE INTO WRK-LINHA-TITULO
                   WRITE REP-LINHA FROM WRK-LINHA-TITULO
                   DISPLAY WRK-LINHA-TITULO
           ELSE
                   MOVE 'N' TO WRK-SW-FIM
                   OPEN I-O PERMS-FILE
                   IF WRK-FS-PERMS-OK
                           PERFORM 0230-LER-USUARIO
                                   UNTIL WRK-FIM-ARQUIVO
                   END-IF
                   CLOSE PERMS-FILE
           END-IF.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING 'SUSPENSOS ' WRK-QTD-SUSPENSOS
                  ' AVISADOS ' WRK-QTD-AVISADOS
                  ' JA SUSPENSOS ' WRK-QTD-JA-SUSPENSOS
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           CLOSE REPORT-FILE.
       0210-CARREGAR-ULTIMO-ACESSO.
           MOVE ZEROS TO WRK-TAB-ULTIMO-ACESSO.
           MOVE 'N'   TO WRK-SW-FIM.
           OPEN INPUT AUDIT-FILE.
           IF WRK-FS-AUDIT-OK
                   MOVE 'S' TO WRK-SW-AUDITORIA
                   PERFORM 0215-LER-AUDITORIA UNTIL WRK-FIM-ARQUIVO
                   CLOSE AUDIT-FILE
           END-IF.
       0215-LER-AUDITORIA.
           READ AUDIT-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   MOVE AUDC-TEXTO TO WRK-LINHA-LIDA
                   IF WRK-LL-DATA IS NUMERIC
                           PERFORM 0220-GUARDAR-ACESSO
                   END-IF
           END-READ.
       0220-GUARDAR-ACESSO.
           MOVE ZEROS TO WRK-IDX.
           EVALUATE TRUE
               WHEN WRK-LL-DECISAO = 'ADMIN'
                 OR WRK-LL-DECISAO = 'USUARIO'
                 OR WRK-LL-DECISAO = 'SUPERVISOR'
                 OR WRK-LL-DECISAO = 'AUDITOR'
                 OR WRK-LL-DECISAO = 'FIRECALL'
                   IF WRK-LL-USER IS NUMERIC
                           COMPUTE WRK-IDX = WRK-LL-USER-N + 1
                   END-IF
               WHEN WRK-LL-DECISAO = 'PERM CONCESSAO'
                 OR WRK-LL-DECISAO = 'PERM NIVEL'
                 OR WRK-LL-DECISAO = 'REATIVADO'
                   IF WRK-LL-ALVO IS NUMERIC
                           COMPUTE WRK-IDX = WRK-LL-ALVO-N + 1
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WRK-IDX > ZEROS
                   IF WRK-LL-DATA > WRK-UA-DATA(WRK-IDX)
                           MOVE WRK-LL-DATA TO WRK-UA-DATA(WRK-IDX)
                   END-IF
           END-IF.
       0230-LER-USUARIO.
           READ PERMS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF PERM-SUSPENSO
                           ADD 1 TO WRK-QTD-JA-SUSPENSOS
                   ELSE
                           PERFORM 0240-AVALIAR-USUARIO
                   END-IF
           END-READ.
       0240-AVALIAR-USUARIO.
           COMPUTE WRK-IDX = PERM-USER + 1.
           MOVE WRK-UA-DATA(WRK-IDX) TO WRK-ULTIMO.
           MOVE ZEROS TO WRK-DATA-LIMITE WRK-DATA-AVISO.
           IF WRK-ULTIMO > ZEROS
                   MOVE 'S'              TO WRK-DU-FUNCAO
                   MOVE WRK-ULTIMO       TO WRK-DU-DATA
                   MOVE WRK-DIAS-INATIVO TO WRK-DU-DIAS
                   MOVE ZEROS            TO WRK-DU-REGIAO
                   CALL 'PROGCOB40' USING WRK-DIA-UTIL
                   MOVE WRK-DU-PROXIMA   TO WRK-DATA-LIMITE
                   MOVE 'S'              TO WRK-DU-FUNCAO
                   MOVE WRK-ULTIMO       TO WRK-DU-DATA
                   COMPUTE WRK-DU-DIAS = WRK-DIAS-INATIVO
                                       - WRK-DIAS-AVISO
                   CALL 'PROGCOB40' USING WRK-DIA-UTIL
                   MOVE WRK-DU-PROXIMA   TO WRK-DATA-AVISO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-DATA-HOJE > WRK-DATA-LIMITE
                   PERFORM 0250-SUSPENDER-USUARIO
               WHEN WRK-DATA-HOJE NOT < WRK-DATA-AVISO
                   PERFORM 0260-AVISAR-USUARIO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0250-SUSPENDER-USUARIO.
           MOVE PERM-REGISTRO TO WRK-JRN-ANTES.
           MOVE 'S'           TO PERM-SITUACAO.
           MOVE PERM-REGISTRO TO WRK-JRN-DEPOIS.
           REWRITE PERM-REGISTRO.
           MOVE 'PERMS' TO WRK-JRN-ARQUIVO.
           MOVE 'RW'    TO WRK-JRN-OPER.
           PERFORM 0098-GRAVAR-JORNAL.
           MOVE ZEROS             TO WRK-USER WRK-LEVEL.
           MOVE 'SUSPENSO INATIV' TO WRK-DECISAO.
           MOVE PERM-USER         TO WRK-USER-ALVO.
           PERFORM 0280-REGISTRAR-AUDITORIA.
           MOVE SPACES TO WRK-ALR-TEXTO.
           STRING 'USUARIO ' PERM-USER ' SUSPENSO POR INATIVIDADE'
                  DELIMITED BY SIZE INTO WRK-ALR-TEXTO.
           MOVE 'M' TO WRK-ALR-SEVERIDADE.
           PERFORM 0290-GRAVAR-ALERTA.
           MOVE 'SUSPENSO' TO WRK-LU-SITUACAO.
           PERFORM 0270-GRAVAR-LINHA.
           ADD 1 TO WRK-QTD-SUSPENSOS.
       0260-AVISAR-USUARIO.
           MOVE SPACES TO WRK-ALR-TEXTO.
           STRING 'USUARIO ' PERM-USER ' INATIVO - SUSPENSO APOS '
                  WRK-DATA-LIMITE
                  DELIMITED BY SIZE INTO WRK-ALR-TEXTO.
           MOVE 'B' TO WRK-ALR-SEVERIDADE.
           PERFORM 0290-GRAVAR-ALERTA.
           MOVE 'AVISADO' TO WRK-LU-SITUACAO.
           PERFORM 0270-GRAVAR-LINHA.
           ADD 1 TO WRK-QTD-AVISADOS.
       0270-GRAVAR-LINHA.
           MOVE PERM-USER       TO WRK-LU-USER.
           MOVE PERM-LEVEL      TO WRK-LU-NIVEL.
           MOVE WRK-ULTIMO      TO WRK-LU-ULTIMO.
           MOVE WRK-DATA-LIMITE TO WRK-LU-LIMITE.
           WRITE REP-LINHA FROM WRK-LINHA-USUARIO.
           DISPLAY WRK-LINHA-USUARIO.
           ADD 1 TO WRK-CONTADOR.
       0280-REGISTRAR-AUDITORIA.
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-DHS-HORA FROM TIME.
           MOVE WRK-DATAHORA-SYS TO WRK-LA-DATAHORA.
           MOVE WRK-USER         TO WRK-LA-USER.
           MOVE WRK-LEVEL        TO WRK-LA-LEVEL.
           MOVE WRK-DECISAO      TO WRK-LA-DECISAO.
           MOVE WRK-USER-ALVO    TO WRK-LA-ALVO.
           MOVE WRK-LINHA-AUDIT  TO WRK-PA-TEXTO.
           CALL 'PROGCOB82' USING WRK-PRM-AUDIT.
       0290-GRAVAR-ALERTA.
           OPEN EXTEND ALERTAS-FILE.
           IF WRK-FS-ALERTAS-ARQ-INEXISTENTE
                   CLOSE ALERTAS-FILE
                   OPEN OUTPUT ALERTAS-FILE
           END-IF.
           MOVE SPACES TO ALR-REGISTRO.
           ACCEPT ALR-DATA FROM DATE YYYYMMDD.
           ACCEPT ALR-HORA FROM TIME.
           MOVE 'PROGCOB142'       TO ALR-PROGRAMA.
           MOVE WRK-ALR-SEVERIDADE TO ALR-SEVERIDADE.
           MOVE 'SUPO'             TO ALR-ROTEIRO.
           MOVE WRK-ALR-TEXTO      TO ALR-TEXTO.
           MOVE 'A'   TO ALR-STATUS.
           MOVE ZEROS TO ALR-RECONHECEDOR ALR-DATA-RECON.
           WRITE ALR-REGISTRO.
           CLOSE ALERTAS-FILE.
       0500-REATIVAR.
           DISPLAY 'USUARIO A REATIVAR (00 PARA ENCERRAR): '.
           ACCEPT  WRK-USER-ALVO FROM CONSOLE.
           IF WRK-USER-ALVO = ZEROS
                   MOVE 'S' TO WRK-SW-FIM-REATIV
           ELSE
                   PERFORM 0510-REATIVAR-USUARIO
           END-IF.
       0510-REATIVAR-USUARIO.
           OPEN I-O PERMS-FILE.
           MOVE WRK-USER-ALVO TO PERM-USER.
           READ PERMS-FILE
               INVALID KEY
                   DISPLAY 'USUARIO SEM PERMISSAO CADASTRADA'
               NOT INVALID KEY
                   IF NOT PERM-SUSPENSO
                           DISPLAY 'USUARIO NAO ESTA SUSPENSO'
                   ELSE
                           MOVE PERM-REGISTRO TO WRK-JRN-ANTES
                           MOVE 'A'           TO PERM-SITUACAO
                           MOVE PERM-REGISTRO TO WRK-JRN-DEPOIS
                           REWRITE PERM-REGISTRO
                           MOVE 'PERMS' TO WRK-JRN-ARQUIVO
                           MOVE 'RW'    TO WRK-JRN-OPER
                           PERFORM 0098-GRAVAR-JORNAL
                           MOVE 'REATIVADO' TO WRK-DECISAO
                           PERFORM 0280-REGISTRAR-AUDITORIA
                           DISPLAY 'USUARIO ' WRK-USER-ALVO
                                   ' REATIVADO'
                           ADD 1 TO WRK-CONTADOR
                   END-IF
           END-READ.
           CLOSE PERMS-FILE.
       0300-FINALIZAR.
           DISPLAY 'USUARIOS TRATADOS ===> ' WRK-CONTADOR.
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
           MOVE 'PROGCOB142'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB142' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB142' TO OPLOG-PROGRAMA.
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
