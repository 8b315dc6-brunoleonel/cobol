       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB127.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = LANCAMENTO DA FREQUENCIA PELO PROFESSOR -
      *            UM REGISTRO POR ALUNO, AULA E DATA EM
      *            PRESENCA.DAT
      * DATA = XX/XX/XXXX
      * 186 - PROFESSOR VALIDADO EM PERMS.DAT (FUNCAO 'FREQ'
      *       VIA PROGCOB21); DATA DA AULA CRITICADA PELO
      *       PROGCOB39 E NAO POSTERIOR A DATA DE NEGOCIO;
      *       ALUNO CONFERIDO NO MESTRE ALUNMST.DAT.
      *       RELANCAMENTO DA MESMA AULA SUBSTITUI O
      *       ANTERIOR (COM JORNAL)
      **************************************
       ENVIRONMENT DIVISION.
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
           SELECT PRESENCA-FILE ASSIGN TO 'PRESENCA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRS-CHAVE
               FILE STATUS IS WRK-FS-PRESENCA.
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
       FD  PRESENCA-FILE.
           COPY 'PRESREC.cob'.
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
       77 WRK-FS-PRESENCA PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRESENCA==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PRESENCAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FALTAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RECUSADOS PIC 9(05) VALUE ZEROS.
       77 WRK-USER        PIC 9(02) VALUE ZEROS.
       77 WRK-PIN         PIC 9(04) VALUE ZEROS.
       77 WRK-SW-ACESSO   PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-OK VALUE 'S'.
       01 WRK-AUTORIZACAO.
           02 WRK-AUT-USER      PIC 9(02).
           02 WRK-AUT-FUNCAO    PIC X(04).
           02 WRK-AUT-RESULTADO PIC X(01).
       77 WRK-SW-AULA     PIC X(01) VALUE 'N'.
           88 WRK-AULA-VALIDA VALUE 'S'.
       77 WRK-SW-ALUNMST  PIC X(01) VALUE 'N'.
           88 WRK-ALUNMST-ABERTO VALUE 'S'.
       77 WRK-SW-ALUNO-OK PIC X(01) VALUE 'N'.
           88 WRK-ALUNO-VALIDO VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PERIODO     PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-AULA   PIC 9(08) VALUE ZEROS.
       77 WRK-AULA        PIC 9(02) VALUE ZEROS.
       77 WRK-ID          PIC 9(05) VALUE ZEROS.
       77 WRK-SITUACAO    PIC X(01) VALUE SPACES.
           88 WRK-SITUACAO-VALIDA VALUE 'P' 'F'.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
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
           IF WRK-ACESSO-OK AND WRK-AULA-VALIDA
                   PERFORM 0200-LANCAR UNTIL WRK-ID = ZEROS
                   CLOSE PRESENCA-FILE
                   IF WRK-ALUNMST-ABERTO
                           CLOSE ALUNMST-FILE
                   END-IF
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
           DISPLAY 'FREQUENCIA - PROFESSOR (OPERADOR): '.
           ACCEPT  WRK-USER FROM CONSOLE.
           DISPLAY 'PIN DE ACESSO: '.
           ACCEPT  WRK-PIN FROM CONSOLE.
           PERFORM 0110-VALIDAR-ACESSO.
           IF NOT WRK-ACESSO-OK
                   DISPLAY 'OPERADOR SEM PERMISSAO PARA LANCAR '
                           'FREQUENCIA'
           ELSE
                   PERFORM 0120-OBTER-AULA
           END-IF.
           IF WRK-ACESSO-OK AND WRK-AULA-VALIDA
                   PERFORM 0130-ABRIR-ARQUIVOS
                   PERFORM 0140-OBTER-ID
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
                   MOVE 'FREQ'   TO WRK-AUT-FUNCAO
                   CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                   IF WRK-AUT-RESULTADO NOT = 'S'
                           MOVE 'N' TO WRK-SW-ACESSO
                           DISPLAY 'FUNCAO FREQ NAO AUTORIZADA '
                                   'NA MATRIZ'
                   END-IF
           END-IF.
       0120-OBTER-AULA.
           MOVE 'N' TO WRK-SW-AULA.
           DISPLAY 'PERIODO LETIVO (AAAAMM): '.
           ACCEPT  WRK-PERIODO FROM CONSOLE.
           DISPLAY 'DATA DA AULA (AAAAMMDD / ZEROS=HOJE): '.
           ACCEPT  WRK-DATA-AULA FROM CONSOLE.
           IF WRK-DATA-AULA = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-AULA
           END-IF.
           DISPLAY 'NUMERO DA AULA NO DIA (01-99): '.
           ACCEPT  WRK-AULA FROM CONSOLE.
           IF WRK-AULA = ZEROS
                   MOVE 01 TO WRK-AULA
           END-IF.
           MOVE WRK-DATA-AULA TO WRK-DV-DATA.
           CALL 'PROGCOB39' USING WRK-DATA-VAL.
           EVALUATE TRUE
               WHEN WRK-PERIODO = ZEROS
                   DISPLAY 'PERIODO LETIVO NAO INFORMADO'
               WHEN WRK-DV-VALIDA NOT = 'S'
                   DISPLAY 'DATA DA AULA INVALIDA: ' WRK-DATA-AULA
               WHEN WRK-DATA-AULA > WRK-DATA-HOJE
                   DISPLAY 'DATA DA AULA POSTERIOR A DATA DE '
                           'NEGOCIO ' WRK-DATA-HOJE
               WHEN OTHER
                   MOVE 'S' TO WRK-SW-AULA
           END-EVALUATE.
       0130-ABRIR-ARQUIVOS.
           OPEN I-O PRESENCA-FILE.
           IF WRK-FS-PRESENCA-ARQ-INEXISTENTE
                   CLOSE PRESENCA-FILE
                   OPEN OUTPUT PRESENCA-FILE
                   CLOSE PRESENCA-FILE
                   OPEN I-O PRESENCA-FILE
           END-IF.
           OPEN INPUT ALUNMST-FILE.
           IF WRK-FS-ALUNMST-OK
                   MOVE 'S' TO WRK-SW-ALUNMST
           ELSE
                   DISPLAY 'ALUNMST.DAT NAO ENCONTRADO - '
                           'CRITICA DE MATRICULA DESLIGADA'
           END-IF.
       0140-OBTER-ID.
           DISPLAY 'ID DO ALUNO (00000 PARA ENCERRAR): '.
           ACCEPT  WRK-ID FROM CONSOLE.
       0200-LANCAR.
           PERFORM 0210-CONSULTAR-ALUNO.
           IF NOT WRK-ALUNO-VALIDO
                   ADD 1 TO WRK-QTD-RECUSADOS
                   DISPLAY WRK-ID ' RECUSADO - ALUNO DESCONHECIDO '
                           'OU NAO MATRICULADO'
           ELSE
                   DISPLAY 'SITUACAO (P=PRESENTE / F=FALTA): '
                   ACCEPT  WRK-SITUACAO FROM CONSOLE
                   IF WRK-SITUACAO-VALIDA
                           PERFORM 0220-GRAVAR-PRESENCA
                   ELSE
                           ADD 1 TO WRK-QTD-RECUSADOS
                           DISPLAY 'SITUACAO INVALIDA - LANCAMENTO '
                                   'RECUSADO'
                   END-IF
           END-IF.
           PERFORM 0140-OBTER-ID.
       0210-CONSULTAR-ALUNO.
           MOVE 'N' TO WRK-SW-ALUNO-OK.
           IF WRK-ALUNMST-ABERTO
                   MOVE WRK-ID TO ALU-ID
                   READ ALUNMST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ALU-MATRICULADO
                                   MOVE 'S' TO WRK-SW-ALUNO-OK
                                   DISPLAY 'ALUNO: ' ALU-NOME
                           END-IF
                   END-READ
           ELSE
                   MOVE 'S' TO WRK-SW-ALUNO-OK
           END-IF.
       0220-GRAVAR-PRESENCA.
           MOVE WRK-ID        TO PRS-ALUNO.
           MOVE WRK-PERIODO   TO PRS-PERIODO.
           MOVE WRK-DATA-AULA TO PRS-DATA.
           MOVE WRK-AULA      TO PRS-AULA.
           READ PRESENCA-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE PRS-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           MOVE WRK-SITUACAO  TO PRS-SITUACAO.
           MOVE WRK-USER      TO PRS-PROFESSOR.
           MOVE WRK-DATA-HOJE TO PRS-DATA-LANC.
           MOVE PRS-REGISTRO  TO WRK-JRN-DEPOIS.
           MOVE 'PRESENCA'    TO WRK-JRN-ARQUIVO.
           IF WRK-FS-PRESENCA-NAO-ENCONTRADO
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE PRS-REGISTRO
           ELSE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE PRS-REGISTRO
                   DISPLAY 'AULA JA LANCADA PARA O ALUNO - '
                           'LANCAMENTO SUBSTITUIDO'
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-CONTADOR.
           IF PRS-PRESENTE
                   ADD 1 TO WRK-QTD-PRESENCAS
           ELSE
                   ADD 1 TO WRK-QTD-FALTAS
           END-IF.
       0300-FINALIZAR.
           DISPLAY 'LANCAMENTOS GRAVADOS ===> ' WRK-CONTADOR.
           DISPLAY 'PRESENCAS ===>            ' WRK-QTD-PRESENCAS.
           DISPLAY 'FALTAS ===>               ' WRK-QTD-FALTAS.
           DISPLAY 'RECUSADOS ===>            ' WRK-QTD-RECUSADOS.
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
           MOVE 'PROGCOB127'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB127' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB127' TO OPLOG-PROGRAMA.
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
