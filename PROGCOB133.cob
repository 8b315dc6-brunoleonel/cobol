       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB133.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = MANUTENCAO ON-LINE DAS BOLSAS E DESCONTOS
      *            DE MENSALIDADE POR ALUNO (BOLSAS.DAT)
      * DATA = XX/XX/XXXX
      * 188 - INCLUSAO/ALTERACAO POR ALUNO E TIPO (INTEGRAL,
      *       PERCENTUAL, IRMAO, PONTUALIDADE) COM VIGENCIA,
      *       CONDICAO ACADEMICA E SITUACAO (REATIVACAO DE
      *       BOLSA SUSPENSA); OPERADOR COM A FUNCAO 'BOLS'
      *       DA MATRIZ (PROGCOB21), COM JORNAL
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMS-FILE ASSIGN TO 'PERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERM-USER
               FILE STATUS IS WRK-FS-PERMS.
           SELECT ALUNMST-FILE ASSIGN TO 'ALUNMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT BOLSAS-FILE ASSIGN TO 'BOLSAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BOL-CHAVE
               FILE STATUS IS WRK-FS-BOLSAS.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  ALUNMST-FILE.
           COPY 'ALUNREC.cob'.
       FD  BOLSAS-FILE.
           COPY 'BOLSREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
       77 WRK-FS-PERMS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-FS-ALUNMST  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ALUNMST==.
       77 WRK-FS-BOLSAS   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-BOLSAS==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-USER        PIC 9(02) VALUE ZEROS.
       77 WRK-PIN         PIC 9(04) VALUE ZEROS.
       77 WRK-SW-ACESSO   PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-OK VALUE 'S'.
       01 WRK-AUTORIZACAO.
           02 WRK-AUT-USER      PIC 9(02).
           02 WRK-AUT-FUNCAO    PIC X(04).
           02 WRK-AUT-RESULTADO PIC X(01).
       77 WRK-ALUNO       PIC 9(05) VALUE ZEROS.
       77 WRK-TIPO        PIC X(01) VALUE SPACES.
       77 WRK-SW-EXISTE   PIC X(01) VALUE 'N'.
           88 WRK-BOLSA-EXISTE VALUE 'S'.
       77 WRK-SW-ALUNO-OK PIC X(01) VALUE 'N'.
           88 WRK-ALUNO-VALIDO VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-ED-PERC     PIC ZZ9,99.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
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
                   PERFORM 0200-MANTER UNTIL WRK-ALUNO = ZEROS
                   CLOSE BOLSAS-FILE
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
           DISPLAY 'BOLSAS - OPERADOR: '.
           ACCEPT  WRK-USER FROM CONSOLE.
           DISPLAY 'PIN DE ACESSO: '.
           ACCEPT  WRK-PIN FROM CONSOLE.
           PERFORM 0110-VALIDAR-ACESSO.
           IF NOT WRK-ACESSO-OK
                   DISPLAY 'OPERADOR SEM PERMISSAO PARA MANTER '
                           'BOLSAS'
           ELSE
                   OPEN I-O BOLSAS-FILE
                   IF WRK-FS-BOLSAS-ARQ-INEXISTENTE
                           CLOSE BOLSAS-FILE
                           OPEN OUTPUT BOLSAS-FILE
                           CLOSE BOLSAS-FILE
                           OPEN I-O BOLSAS-FILE
                   END-IF
                   PERFORM 0120-OBTER-ALUNO
           END-IF.
       0110-VALIDAR-ACESSO.
           MOVE 'N' TO WRK-SW-ACESSO.
           OPEN INPUT PERMS-FILE.
           IF WRK-FS-PERMS-OK
                   MOVE WRK-USER TO PERM-USER
                   READ PERMS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PERM-PIN = WRK-PIN
                                   MOVE 'S' TO WRK-SW-ACESSO
                           END-IF
                   END-READ
                   CLOSE PERMS-FILE
           END-IF.
           IF WRK-ACESSO-OK
                   MOVE WRK-USER TO WRK-AUT-USER
                   MOVE 'BOLS'   TO WRK-AUT-FUNCAO
                   CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                   IF WRK-AUT-RESULTADO NOT = 'S'
                           MOVE 'N' TO WRK-SW-ACESSO
                           DISPLAY 'FUNCAO BOLS NAO AUTORIZADA '
                                   'NA MATRIZ'
                   END-IF
           END-IF.
       0120-OBTER-ALUNO.
           DISPLAY 'ID DO ALUNO (00000 PARA ENCERRAR): '.
           ACCEPT  WRK-ALUNO FROM CONSOLE.
           IF WRK-ALUNO NOT = ZEROS
                   DISPLAY 'TIPO (I=INTEGRAL / P=PERCENTUAL / '
                           'R=IRMAO / A=PONTUALIDADE): '
                   ACCEPT  WRK-TIPO FROM CONSOLE
           END-IF.
       0200-MANTER.
           PERFORM 0210-CONSULTAR-ALUNO.
           MOVE WRK-TIPO TO BOL-TIPO.
           EVALUATE TRUE
               WHEN NOT WRK-ALUNO-VALIDO
                   DISPLAY WRK-ALUNO ' RECUSADO - ALUNO NAO '
                           'CADASTRADO'
               WHEN NOT BOL-TIPO-VALIDO
                   DISPLAY 'TIPO DE BOLSA INVALIDO: ' WRK-TIPO
               WHEN OTHER
                   PERFORM 0220-GRAVAR-BOLSA
           END-EVALUATE.
           PERFORM 0120-OBTER-ALUNO.
       0210-CONSULTAR-ALUNO.
           MOVE 'N' TO WRK-SW-ALUNO-OK.
           OPEN INPUT ALUNMST-FILE.
           IF WRK-FS-ALUNMST-OK
                   MOVE WRK-ALUNO TO ALU-ID
                   READ ALUNMST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-SW-ALUNO-OK
                           DISPLAY 'ALUNO: ' ALU-NOME
                                   ' SITUACAO ' ALU-STATUS
                   END-READ
           END-IF.
           CLOSE ALUNMST-FILE.
       0220-GRAVAR-BOLSA.
           MOVE 'N'       TO WRK-SW-EXISTE.
           MOVE WRK-ALUNO TO BOL-ALUNO.
           MOVE WRK-TIPO  TO BOL-TIPO.
           READ BOLSAS-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE ZEROS  TO BOL-PERCENTUAL BOL-MES-INICIO
                                  BOL-MES-FIM BOL-DATA-SUSPENSAO
                                  BOL-IRMAO
                   MOVE 'N'    TO BOL-CONDICAO
                   MOVE 'A'    TO BOL-SITUACAO
                   DISPLAY 'BOLSA NOVA - INCLUSAO'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-EXISTE
                   MOVE BOL-REGISTRO TO WRK-JRN-ANTES
                   MOVE BOL-PERCENTUAL TO WRK-ED-PERC
                   DISPLAY 'BOLSA: ' WRK-ED-PERC '% DE '
                           BOL-MES-INICIO ' A ' BOL-MES-FIM
                           ' CONDICAO ' BOL-CONDICAO
                           ' SITUACAO ' BOL-SITUACAO
           END-READ.
           PERFORM 0230-OBTER-DADOS.
           MOVE BOL-REGISTRO TO WRK-JRN-DEPOIS.
           MOVE 'BOLSAS'     TO WRK-JRN-ARQUIVO.
           IF WRK-BOLSA-EXISTE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE BOL-REGISTRO
                   DISPLAY 'BOLSA ALTERADA'
           ELSE
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE BOL-REGISTRO
                   DISPLAY 'BOLSA INCLUIDA'
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-CONTADOR.
       0230-OBTER-DADOS.
           IF BOL-INTEGRAL
                   MOVE 100 TO BOL-PERCENTUAL
           ELSE
                   DISPLAY 'PERCENTUAL DE DESCONTO (EX: 02500 = '
                           '25,00%): '
                   ACCEPT  BOL-PERCENTUAL FROM CONSOLE
                   IF BOL-PERCENTUAL > 100
                           DISPLAY 'PERCENTUAL LIMITADO A 100%'
                           MOVE 100 TO BOL-PERCENTUAL
                   END-IF
           END-IF.
           DISPLAY 'MES INICIAL DA VIGENCIA (AAAAMM): '.
           ACCEPT  BOL-MES-INICIO FROM CONSOLE.
           DISPLAY 'MES FINAL DA VIGENCIA (AAAAMM / ZEROS=SEM '
                   'TERMINO): '.
           ACCEPT  BOL-MES-FIM FROM CONSOLE.
           DISPLAY 'CONDICAO (A=ACADEMICA / N=NENHUMA): '.
           ACCEPT  BOL-CONDICAO FROM CONSOLE.
           IF NOT BOL-COND-ACADEMICA
                   MOVE 'N' TO BOL-CONDICAO
           END-IF.
           IF BOL-IRMAO-T
                   DISPLAY 'ID DO IRMAO MATRICULADO: '
                   ACCEPT  BOL-IRMAO FROM CONSOLE
           END-IF.
           IF BOL-SUSPENSA
                   DISPLAY 'BOLSA SUSPENSA EM ' BOL-DATA-SUSPENSAO
                           ' - REATIVAR (S/N): '
                   ACCEPT  WRK-TIPO FROM CONSOLE
                   IF WRK-TIPO = 'S'
                           MOVE 'A'   TO BOL-SITUACAO
                           MOVE ZEROS TO BOL-DATA-SUSPENSAO
                   END-IF
           END-IF.
       0300-FINALIZAR.
           DISPLAY 'BOLSAS TRATADAS ===> ' WRK-CONTADOR.
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
           MOVE 'PROGCOB133'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB133' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB133' TO OPLOG-PROGRAMA.
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
