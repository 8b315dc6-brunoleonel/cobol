       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB134.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = MANUTENCAO ON-LINE DO MESTRE DE PROFESSORES
      *            (PROFESSOR.DAT) E DO PRAZO DE ENTREGA DAS
      *            NOTAS POR PERIODO LETIVO (PRAZONOT.DAT)
      * DATA = XX/XX/XXXX
      * 190 - MODO P INCLUI/ALTERA PROFESSOR (CODIGO DE
      *       OPERADOR, NOME, DEPARTAMENTO, ADMISSAO E
      *       SITUACAO); MODO D INFORMA A DATA LIMITE DAS
      *       NOTAS DO PERIODO E OS DIAS DE AVISO; OPERADOR
      *       COM A FUNCAO 'PROF' DA MATRIZ (PROGCOB21), COM
      *       JORNAL
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMS-FILE ASSIGN TO 'PERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERM-USER
               FILE STATUS IS WRK-FS-PERMS.
           SELECT PROFESSOR-FILE ASSIGN TO 'PROFESSOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-ID
               FILE STATUS IS WRK-FS-PROFESSOR.
           SELECT PRAZONOT-FILE ASSIGN TO 'PRAZONOT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRZ-PERIODO
               FILE STATUS IS WRK-FS-PRAZONOT.
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
       FD  PROFESSOR-FILE.
           COPY 'PROFREC.cob'.
       FD  PRAZONOT-FILE.
           COPY 'PRAZREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
       77 WRK-FS-PERMS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-FS-PROFESSOR PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PROFESSOR==.
       77 WRK-FS-PRAZONOT PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRAZONOT==.
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
       77 WRK-SW-MODO     PIC X(01) VALUE 'P'.
           88 WRK-MODO-PROFESSOR VALUE 'P'.
           88 WRK-MODO-PRAZO     VALUE 'D'.
       77 WRK-PROFESSOR   PIC 9(02) VALUE ZEROS.
       77 WRK-PERIODO     PIC 9(06) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-MANUTENCAO VALUE 'S'.
       77 WRK-SW-EXISTE   PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-EXISTE VALUE 'S'.
       01 WRK-DATA-VAL.
           02 WRK-DV-DATA       PIC 9(08).
           02 WRK-DV-VALIDA     PIC X(01).
           02 WRK-DV-DIA-SEMANA PIC 9(01).
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
                   IF WRK-MODO-PRAZO
                           PERFORM 0400-MANTER-PRAZO
                                   UNTIL WRK-FIM-MANUTENCAO
                   ELSE
                           PERFORM 0200-MANTER-PROFESSOR
                                   UNTIL WRK-FIM-MANUTENCAO
                   END-IF
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           DISPLAY 'PROFESSORES - OPERADOR: '.
           ACCEPT  WRK-USER FROM CONSOLE.
           DISPLAY 'PIN DE ACESSO: '.
           ACCEPT  WRK-PIN FROM CONSOLE.
           PERFORM 0110-VALIDAR-ACESSO.
           IF NOT WRK-ACESSO-OK
                   DISPLAY 'OPERADOR SEM PERMISSAO PARA MANTER '
                           'PROFESSORES'
           ELSE
                   DISPLAY 'MODO (P=PROFESSOR / D=PRAZO DAS '
                           'NOTAS): '
                   ACCEPT  WRK-SW-MODO FROM CONSOLE
                   IF NOT WRK-MODO-PRAZO
                           MOVE 'P' TO WRK-SW-MODO
                   END-IF
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
                   MOVE 'PROF'   TO WRK-AUT-FUNCAO
                   CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                   IF WRK-AUT-RESULTADO NOT = 'S'
                           MOVE 'N' TO WRK-SW-ACESSO
                           DISPLAY 'FUNCAO PROF NAO AUTORIZADA '
                                   'NA MATRIZ'
                   END-IF
           END-IF.
       0200-MANTER-PROFESSOR.
           DISPLAY 'CODIGO DO PROFESSOR (00 PARA ENCERRAR): '.
           ACCEPT  WRK-PROFESSOR FROM CONSOLE.
           IF WRK-PROFESSOR = ZEROS
                   MOVE 'S' TO WRK-SW-FIM
           ELSE
                   PERFORM 0210-GRAVAR-PROFESSOR
           END-IF.
       0210-GRAVAR-PROFESSOR.
           OPEN I-O PROFESSOR-FILE.
           IF WRK-FS-PROFESSOR-ARQ-INEXISTENTE
                   CLOSE PROFESSOR-FILE
                   OPEN OUTPUT PROFESSOR-FILE
                   CLOSE PROFESSOR-FILE
                   OPEN I-O PROFESSOR-FILE
           END-IF.
           MOVE 'N'           TO WRK-SW-EXISTE.
           MOVE WRK-PROFESSOR TO PRF-ID.
           READ PROFESSOR-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE SPACES TO PRF-NOME PRF-DEPARTAMENTO
                   MOVE ZEROS  TO PRF-DATA-ADMISSAO
                   MOVE 'A'    TO PRF-SITUACAO
                   DISPLAY 'PROFESSOR NOVO - INCLUSAO'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-EXISTE
                   MOVE PRF-REGISTRO TO WRK-JRN-ANTES
                   DISPLAY 'PROFESSOR: ' PRF-NOME ' DEPTO '
                           PRF-DEPARTAMENTO ' SITUACAO '
                           PRF-SITUACAO
           END-READ.
           DISPLAY 'NOME: '.
           ACCEPT  PRF-NOME FROM CONSOLE.
           DISPLAY 'DEPARTAMENTO: '.
           ACCEPT  PRF-DEPARTAMENTO FROM CONSOLE.
           DISPLAY 'DATA DE ADMISSAO (AAAAMMDD): '.
           ACCEPT  PRF-DATA-ADMISSAO FROM CONSOLE.
           MOVE PRF-DATA-ADMISSAO TO WRK-DV-DATA.
           CALL 'PROGCOB39' USING WRK-DATA-VAL.
           IF WRK-DV-VALIDA NOT = 'S'
                   DISPLAY 'DATA DE ADMISSAO INVALIDA - ZERADA'
                   MOVE ZEROS TO PRF-DATA-ADMISSAO
           END-IF.
           DISPLAY 'SITUACAO (A=ATIVO / I=INATIVO): '.
           ACCEPT  PRF-SITUACAO FROM CONSOLE.
           IF NOT PRF-INATIVO
                   MOVE 'A' TO PRF-SITUACAO
           END-IF.
           MOVE PRF-REGISTRO TO WRK-JRN-DEPOIS.
           MOVE 'PROFESSO'   TO WRK-JRN-ARQUIVO.
           IF WRK-REGISTRO-EXISTE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE PRF-REGISTRO
                   DISPLAY 'PROFESSOR ALTERADO'
           ELSE
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE PRF-REGISTRO
                   DISPLAY 'PROFESSOR INCLUIDO'
           END-IF.
           CLOSE PROFESSOR-FILE.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-CONTADOR.
       0400-MANTER-PRAZO.
           DISPLAY 'PERIODO LETIVO (AAAAMM / 000000 PARA '
                   'ENCERRAR): '.
           ACCEPT  WRK-PERIODO FROM CONSOLE.
           IF WRK-PERIODO = ZEROS
                   MOVE 'S' TO WRK-SW-FIM
           ELSE
                   PERFORM 0410-GRAVAR-PRAZO
           END-IF.
       0410-GRAVAR-PRAZO.
           OPEN I-O PRAZONOT-FILE.
           IF WRK-FS-PRAZONOT-ARQ-INEXISTENTE
                   CLOSE PRAZONOT-FILE
                   OPEN OUTPUT PRAZONOT-FILE
                   CLOSE PRAZONOT-FILE
                   OPEN I-O PRAZONOT-FILE
           END-IF.
           MOVE 'N'         TO WRK-SW-EXISTE.
           MOVE WRK-PERIODO TO PRZ-PERIODO.
           READ PRAZONOT-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE ZEROS  TO PRZ-DATA-LIMITE
                   MOVE 3      TO PRZ-DIAS-AVISO
                   DISPLAY 'PRAZO NOVO - INCLUSAO'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-EXISTE
                   MOVE PRZ-REGISTRO TO WRK-JRN-ANTES
                   DISPLAY 'PRAZO ATUAL: ' PRZ-DATA-LIMITE
                           ' AVISO ' PRZ-DIAS-AVISO ' DIAS'
           END-READ.
           DISPLAY 'DATA LIMITE DAS NOTAS (AAAAMMDD): '.
           ACCEPT  WRK-DV-DATA FROM CONSOLE.
           CALL 'PROGCOB39' USING WRK-DATA-VAL.
           IF WRK-DV-VALIDA NOT = 'S'
                   DISPLAY 'DATA LIMITE INVALIDA - PRAZO NAO '
                           'GRAVADO'
           ELSE
                   MOVE WRK-DV-DATA TO PRZ-DATA-LIMITE
                   DISPLAY 'DIAS DE AVISO ANTES DO PRAZO (00-99): '
                   ACCEPT  PRZ-DIAS-AVISO FROM CONSOLE
                   MOVE PRZ-REGISTRO TO WRK-JRN-DEPOIS
                   MOVE 'PRAZONOT'   TO WRK-JRN-ARQUIVO
                   IF WRK-REGISTRO-EXISTE
                           MOVE 'RW' TO WRK-JRN-OPER
                           REWRITE PRZ-REGISTRO
                           DISPLAY 'PRAZO ALTERADO'
                   ELSE
                           MOVE 'WR' TO WRK-JRN-OPER
                           WRITE PRZ-REGISTRO
                           DISPLAY 'PRAZO INCLUIDO'
                   END-IF
                   PERFORM 0098-GRAVAR-JORNAL
                   ADD 1 TO WRK-CONTADOR
           END-IF.
           CLOSE PRAZONOT-FILE.
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
           MOVE 'PROGCOB134'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB134' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB134' TO OPLOG-PROGRAMA.
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
