       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB136.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = APURACAO DE FIM DE PERIODO DA SITUACAO
      *            ACADEMICA DO ALUNO ENTRE PERIODOS
      *            (HISTORICO.DAT -> SITACAD.DAT)
      * DATA = XX/XX/XXXX
      * 191 - CONTA OS PERIODOS REPROVADOS SEGUIDOS DE CADA
      *       ALUNO ATE O PERIODO INFORMADO (PERIODO COM
      *       ALGUMA SITUACAO F OU Q NO HISTORICO CONTA COMO
      *       REPROVADO): ACAD-FALHAS-PROBAT (2) = PROBATORIO,
      *       ACAD-FALHAS-REVISAO (3) = REVISAO DE
      *       DESLIGAMENTO, ACAD-FALHAS-DESLIGA (4) =
      *       DESLIGADO, COM ALU-STATUS 'D' NO ALUNMST.DAT;
      *       CADA MUDANCA VAI PARA SITMOV.DAT COM A DATA E
      *       QUEM ENTRA EM PROBATORIO RECEBE CARTA
      *       (CARTAS.TXT)
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-FILE ASSIGN TO 'HISTORICO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT ALUNMST-FILE ASSIGN TO 'ALUNMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT SITACAD-FILE ASSIGN TO 'SITACAD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIT-ALUNO
               FILE STATUS IS WRK-FS-SITACAD.
           SELECT SITMOV-FILE ASSIGN TO 'SITMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SITMOV.
           SELECT CARTAS-FILE ASSIGN TO 'CARTAS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARTAS.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB136.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FILE.
       01  HIS-REGISTRO.
           02 HIS-ID          PIC 9(05).
           02 HIS-PERIODO     PIC 9(06).
           02 HIS-NOME        PIC X(20).
           02 HIS-NOTA1       PIC 9(02).
           02 HIS-NOTA2       PIC 9(02).
           02 HIS-MEDIA       PIC 9(02).
           02 HIS-STATUS      PIC X(01).
           02 HIS-CURSO       PIC 9(04).
       FD  ALUNMST-FILE.
           COPY 'ALUNREC.cob'.
       FD  SITACAD-FILE.
           COPY 'SITAREC.cob'.
       FD  SITMOV-FILE.
       01  STM-REGISTRO.
           02 STM-ALUNO       PIC 9(05).
           02 STM-PERIODO     PIC 9(06).
           02 STM-DATA        PIC 9(08).
           02 STM-ANTERIOR    PIC X(01).
           02 STM-NOVA        PIC X(01).
           02 STM-FALHAS      PIC 9(02).
       FD  CARTAS-FILE.
       01  CAR-LINHA          PIC X(70).
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-HISTORICO PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-HISTORICO==.
       77 WRK-FS-ALUNMST  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ALUNMST==.
       77 WRK-FS-SITACAD  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SITACAD==.
       77 WRK-FS-SITMOV   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SITMOV==.
       77 WRK-FS-CARTAS   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CARTAS==.
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
       77 WRK-PERIODO     PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-LIM-PROBAT  PIC 9(02) VALUE 2.
       77 WRK-LIM-REVISAO PIC 9(02) VALUE 3.
       77 WRK-LIM-DESLIGA PIC 9(02) VALUE 4.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ALUNOS VALUE 'S'.
       01 WRK-TAB-HIST.
           02 WRK-TH-ENTRADA OCCURS 2000 TIMES.
               03 WRK-TH-ID       PIC 9(05).
               03 WRK-TH-PERIODO  PIC 9(06).
               03 WRK-TH-REPROV   PIC X(01).
       77 WRK-QTD-HIST    PIC 9(04) VALUE ZEROS.
       77 WRK-IDX         PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-ACHADO  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-DESPREZADOS PIC 9(05) VALUE ZEROS.
       77 WRK-FALHAS      PIC 9(02) VALUE ZEROS.
       77 WRK-LIMITE      PIC 9(07) VALUE ZEROS.
       77 WRK-MAIOR-PERIODO PIC 9(06) VALUE ZEROS.
       77 WRK-MAIOR-REPROV  PIC X(01) VALUE 'N'.
       77 WRK-ULTIMO-PERIODO PIC 9(06) VALUE ZEROS.
       77 WRK-SW-PAROU    PIC X(01) VALUE 'N'.
           88 WRK-CONTAGEM-ENCERRADA VALUE 'S'.
       77 WRK-SIT-NOVA    PIC X(01) VALUE SPACES.
       77 WRK-SIT-ANTERIOR PIC X(01) VALUE SPACES.
       77 WRK-SW-SITACAD  PIC X(01) VALUE 'N'.
           88 WRK-SITACAD-EXISTE VALUE 'S'.
       77 WRK-COD-SIT     PIC X(01) VALUE SPACES.
       77 WRK-DESC-SIT    PIC X(10) VALUE SPACES.
       77 WRK-QTD-MUDANCAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CARTAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DESLIGADOS PIC 9(05) VALUE ZEROS.
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-CARTA     PIC X(70) VALUE SPACES.
       01 WRK-LINHA-SIT.
           02 FILLER          PIC X(06) VALUE 'ALUNO '.
           02 WRK-LS-ALUNO    PIC 9(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LS-NOME     PIC X(15).
           02 FILLER          PIC X(08) VALUE ' REPROV '.
           02 WRK-LS-FALHAS   PIC Z9.
           02 FILLER          PIC X(04) VALUE ' DE '.
           02 WRK-LS-ANTERIOR PIC X(10).
           02 FILLER          PIC X(06) VALUE ' PARA '.
           02 WRK-LS-NOVA     PIC X(10).
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
           IF NOT WRK-FIM-ALUNOS
                   PERFORM 0200-LER-ALUNO UNTIL WRK-FIM-ALUNOS
                   CLOSE ALUNMST-FILE SITACAD-FILE CARTAS-FILE
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
           PERFORM 0110-LER-LIMITES.
           DISPLAY 'PERIODO LETIVO ENCERRADO (AAAAMM): '.
           ACCEPT  WRK-PERIODO FROM CONSOLE.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'SITUACAO ACADEMICA' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE        TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING 'MUDANCAS DE SITUACAO ATE O PERIODO ' WRK-PERIODO
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           PERFORM 0120-CARREGAR-HISTORICO.
           OPEN I-O ALUNMST-FILE.
           IF NOT WRK-FS-ALUNMST-OK
                   DISPLAY 'ALUNMST.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           ELSE
                   OPEN I-O SITACAD-FILE
                   IF WRK-FS-SITACAD-ARQ-INEXISTENTE
                           CLOSE SITACAD-FILE
                           OPEN OUTPUT SITACAD-FILE
                           CLOSE SITACAD-FILE
                           OPEN I-O SITACAD-FILE
                   END-IF
                   OPEN OUTPUT CARTAS-FILE
           END-IF.
       0110-LER-LIMITES.
           MOVE 'ACAD-FALHAS-PROBAT' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
                   MOVE WRK-CF-VALOR-NUM TO WRK-LIM-PROBAT
           END-IF.
           MOVE 'ACAD-FALHAS-REVISAO' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
                   MOVE WRK-CF-VALOR-NUM TO WRK-LIM-REVISAO
           END-IF.
           MOVE 'ACAD-FALHAS-DESLIGA' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
                   MOVE WRK-CF-VALOR-NUM TO WRK-LIM-DESLIGA
           END-IF.
       0120-CARREGAR-HISTORICO.
           OPEN INPUT HISTORICO-FILE.
           IF NOT WRK-FS-HISTORICO-OK
                   DISPLAY 'HISTORICO.DAT NAO ENCONTRADO'
                   MOVE '10' TO WRK-FS-HISTORICO
           END-IF.
           PERFORM 0130-LER-HISTORICO
                   UNTIL WRK-FS-HISTORICO = '10'.
           CLOSE HISTORICO-FILE.
           IF WRK-QTD-DESPREZADOS > ZEROS
                   DISPLAY 'TABELA DO HISTORICO CHEIA - '
                           WRK-QTD-DESPREZADOS
                           ' REGISTROS DESPREZADOS'
           END-IF.
       0130-LER-HISTORICO.
           READ HISTORICO-FILE
               AT END
                   MOVE '10' TO WRK-FS-HISTORICO
               NOT AT END
                   IF HIS-PERIODO NOT > WRK-PERIODO
                           PERFORM 0140-GUARDAR-PERIODO
                   END-IF
           END-READ.
       0140-GUARDAR-PERIODO.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM 0145-PROCURAR-PERIODO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-HIST
                      OR WRK-IDX-ACHADO > ZEROS.
           IF WRK-IDX-ACHADO = ZEROS
                   IF WRK-QTD-HIST < 2000
                           ADD 1 TO WRK-QTD-HIST
                           MOVE WRK-QTD-HIST TO WRK-IDX-ACHADO
                           MOVE HIS-ID
                               TO WRK-TH-ID(WRK-IDX-ACHADO)
                           MOVE HIS-PERIODO
                               TO WRK-TH-PERIODO(WRK-IDX-ACHADO)
                           MOVE 'N'
                               TO WRK-TH-REPROV(WRK-IDX-ACHADO)
                   ELSE
                           ADD 1 TO WRK-QTD-DESPREZADOS
                   END-IF
           END-IF.
           IF WRK-IDX-ACHADO > ZEROS
              AND (HIS-STATUS = 'F' OR HIS-STATUS = 'Q')
                   MOVE 'S' TO WRK-TH-REPROV(WRK-IDX-ACHADO)
           END-IF.
       0145-PROCURAR-PERIODO.
           IF WRK-TH-ID(WRK-IDX) = HIS-ID
              AND WRK-TH-PERIODO(WRK-IDX) = HIS-PERIODO
                   MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       0200-LER-ALUNO.
           READ ALUNMST-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   PERFORM 0210-CONTAR-REPROVACOES
                   IF WRK-ULTIMO-PERIODO > ZEROS
                           PERFORM 0230-APURAR-SITUACAO
                   END-IF
           END-READ.
       0210-CONTAR-REPROVACOES.
           MOVE ZEROS TO WRK-FALHAS WRK-ULTIMO-PERIODO.
           MOVE 'N'   TO WRK-SW-PAROU.
           COMPUTE WRK-LIMITE = WRK-PERIODO + 1.
           PERFORM 0215-PERIODO-ANTERIOR
                   UNTIL WRK-CONTAGEM-ENCERRADA.
       0215-PERIODO-ANTERIOR.
           MOVE ZEROS TO WRK-MAIOR-PERIODO.
           MOVE 'N'   TO WRK-MAIOR-REPROV.
           PERFORM 0220-COMPARAR-PERIODO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-HIST.
           IF WRK-MAIOR-PERIODO = ZEROS
                   MOVE 'S' TO WRK-SW-PAROU
           ELSE
                   IF WRK-ULTIMO-PERIODO = ZEROS
                           MOVE WRK-MAIOR-PERIODO
                               TO WRK-ULTIMO-PERIODO
                   END-IF
                   IF WRK-MAIOR-REPROV = 'S'
                           ADD 1 TO WRK-FALHAS
                           MOVE WRK-MAIOR-PERIODO TO WRK-LIMITE
                   ELSE
                           MOVE 'S' TO WRK-SW-PAROU
                   END-IF
           END-IF.
       0220-COMPARAR-PERIODO.
           IF WRK-TH-ID(WRK-IDX) = ALU-ID
              AND WRK-TH-PERIODO(WRK-IDX) < WRK-LIMITE
              AND WRK-TH-PERIODO(WRK-IDX) > WRK-MAIOR-PERIODO
                   MOVE WRK-TH-PERIODO(WRK-IDX)
                       TO WRK-MAIOR-PERIODO
                   MOVE WRK-TH-REPROV(WRK-IDX) TO WRK-MAIOR-REPROV
           END-IF.
       0230-APURAR-SITUACAO.
           EVALUATE TRUE
               WHEN WRK-FALHAS NOT < WRK-LIM-DESLIGA
                   MOVE 'D' TO WRK-SIT-NOVA
               WHEN WRK-FALHAS NOT < WRK-LIM-REVISAO
                   MOVE 'V' TO WRK-SIT-NOVA
               WHEN WRK-FALHAS NOT < WRK-LIM-PROBAT
                   MOVE 'P' TO WRK-SIT-NOVA
               WHEN OTHER
                   MOVE 'R' TO WRK-SIT-NOVA
           END-EVALUATE.
           MOVE 'N'       TO WRK-SW-SITACAD.
           MOVE ALU-ID    TO SIT-ALUNO.
           READ SITACAD-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE 'R'    TO WRK-SIT-ANTERIOR
               NOT INVALID KEY
                   MOVE 'S'          TO WRK-SW-SITACAD
                   MOVE SIT-REGISTRO TO WRK-JRN-ANTES
                   MOVE SIT-SITUACAO TO WRK-SIT-ANTERIOR
           END-READ.
           IF WRK-SIT-NOVA NOT = WRK-SIT-ANTERIOR
              OR NOT WRK-SITACAD-EXISTE
                   PERFORM 0240-GRAVAR-SITUACAO
           END-IF.
           IF WRK-SIT-NOVA NOT = WRK-SIT-ANTERIOR
                   PERFORM 0250-REGISTRAR-MUDANCA
           END-IF.
       0240-GRAVAR-SITUACAO.
           MOVE ALU-ID             TO SIT-ALUNO.
           MOVE WRK-SIT-NOVA       TO SIT-SITUACAO.
           MOVE WRK-ULTIMO-PERIODO TO SIT-PERIODO.
           MOVE WRK-FALHAS         TO SIT-FALHAS.
           MOVE WRK-DATA-HOJE      TO SIT-DATA-MUDANCA.
           MOVE SIT-REGISTRO       TO WRK-JRN-DEPOIS.
           MOVE 'SITACAD'          TO WRK-JRN-ARQUIVO.
           IF WRK-SITACAD-EXISTE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE SIT-REGISTRO
           ELSE
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE SIT-REGISTRO
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-CONTADOR.
       0250-REGISTRAR-MUDANCA.
           ADD 1 TO WRK-QTD-MUDANCAS.
           OPEN EXTEND SITMOV-FILE.
           IF WRK-FS-SITMOV-ARQ-INEXISTENTE
                   CLOSE SITMOV-FILE
                   OPEN OUTPUT SITMOV-FILE
           END-IF.
           MOVE ALU-ID             TO STM-ALUNO.
           MOVE WRK-ULTIMO-PERIODO TO STM-PERIODO.
           MOVE WRK-DATA-HOJE      TO STM-DATA.
           MOVE WRK-SIT-ANTERIOR   TO STM-ANTERIOR.
           MOVE WRK-SIT-NOVA       TO STM-NOVA.
           MOVE WRK-FALHAS         TO STM-FALHAS.
           WRITE STM-REGISTRO.
           CLOSE SITMOV-FILE.
           MOVE ALU-ID           TO WRK-LS-ALUNO.
           MOVE ALU-NOME         TO WRK-LS-NOME.
           MOVE WRK-FALHAS       TO WRK-LS-FALHAS.
           MOVE WRK-SIT-ANTERIOR TO WRK-COD-SIT.
           PERFORM 0290-DESCREVER-SITUACAO.
           MOVE WRK-DESC-SIT     TO WRK-LS-ANTERIOR.
           MOVE WRK-SIT-NOVA     TO WRK-COD-SIT.
           PERFORM 0290-DESCREVER-SITUACAO.
           MOVE WRK-DESC-SIT     TO WRK-LS-NOVA.
           WRITE REP-LINHA FROM WRK-LINHA-SIT.
           DISPLAY WRK-LINHA-SIT.
           IF WRK-SIT-NOVA = 'P'
              AND WRK-SIT-ANTERIOR = 'R'
                   PERFORM 0260-EMITIR-CARTA
           END-IF.
           IF WRK-SIT-NOVA = 'D'
              AND ALU-MATRICULADO
                   PERFORM 0270-DESLIGAR-ALUNO
           END-IF.
       0260-EMITIR-CARTA.
           MOVE SPACES TO WRK-LINHA-CARTA.
           STRING 'SECRETARIA ACADEMICA' '                    '
                  'DATA ' WRK-DATA-HOJE
                  DELIMITED BY SIZE INTO WRK-LINHA-CARTA.
           WRITE CAR-LINHA FROM WRK-LINHA-CARTA.
           MOVE SPACES TO CAR-LINHA.
           WRITE CAR-LINHA.
           MOVE SPACES TO WRK-LINHA-CARTA.
           STRING 'ALUNO: ' ALU-ID ' - ' ALU-NOME
                  DELIMITED BY SIZE INTO WRK-LINHA-CARTA.
           WRITE CAR-LINHA FROM WRK-LINHA-CARTA.
           MOVE 'ASSUNTO: INGRESSO EM PERIODO PROBATORIO'
               TO CAR-LINHA.
           WRITE CAR-LINHA.
           MOVE SPACES TO CAR-LINHA.
           WRITE CAR-LINHA.
           MOVE SPACES TO WRK-LINHA-CARTA.
           STRING 'COMUNICAMOS QUE, POR TER SIDO REPROVADO EM '
                  WRK-FALHAS ' PERIODOS'
                  DELIMITED BY SIZE INTO WRK-LINHA-CARTA.
           WRITE CAR-LINHA FROM WRK-LINHA-CARTA.
           MOVE SPACES TO WRK-LINHA-CARTA.
           STRING 'LETIVOS SEGUIDOS (ULTIMO: ' WRK-ULTIMO-PERIODO
                  '), VOCE ESTA EM PERIODO PROBATORIO.'
                  DELIMITED BY SIZE INTO WRK-LINHA-CARTA.
           WRITE CAR-LINHA FROM WRK-LINHA-CARTA.
           MOVE SPACES TO WRK-LINHA-CARTA.
           STRING 'UMA NOVA REPROVACAO LEVA O CASO A REVISAO DE '
                  'DESLIGAMENTO.'
                  DELIMITED BY SIZE INTO WRK-LINHA-CARTA.
           WRITE CAR-LINHA FROM WRK-LINHA-CARTA.
           MOVE 'PROCURE A COORDENACAO DO SEU CURSO.' TO CAR-LINHA.
           WRITE CAR-LINHA.
           MOVE SPACES TO CAR-LINHA.
           WRITE CAR-LINHA.
           MOVE 'SECRETARIA ACADEMICA' TO CAR-LINHA.
           WRITE CAR-LINHA.
           MOVE ALL '-' TO CAR-LINHA.
           WRITE CAR-LINHA.
           ADD 1 TO WRK-QTD-CARTAS.
       0270-DESLIGAR-ALUNO.
           MOVE ALU-REGISTRO TO WRK-JRN-ANTES.
           MOVE 'D'          TO ALU-STATUS.
           MOVE ALU-REGISTRO TO WRK-JRN-DEPOIS.
           MOVE 'ALUNMST'    TO WRK-JRN-ARQUIVO.
           MOVE 'RW'         TO WRK-JRN-OPER.
           REWRITE ALU-REGISTRO.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-QTD-DESLIGADOS.
       0290-DESCREVER-SITUACAO.
           EVALUATE WRK-COD-SIT
               WHEN 'P'
                   MOVE 'PROBATORIO' TO WRK-DESC-SIT
               WHEN 'V'
                   MOVE 'REVISAO'    TO WRK-DESC-SIT
               WHEN 'D'
                   MOVE 'DESLIGADO'  TO WRK-DESC-SIT
               WHEN OTHER
                   MOVE 'REGULAR'    TO WRK-DESC-SIT
           END-EVALUATE.
       0300-FINALIZAR.
           CLOSE REPORT-FILE.
           DISPLAY 'MUDANCAS DE SITUACAO ===> ' WRK-QTD-MUDANCAS.
           DISPLAY 'CARTAS DE PROBATORIO ===> ' WRK-QTD-CARTAS.
           DISPLAY 'ALUNOS DESLIGADOS ===> ' WRK-QTD-DESLIGADOS.
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
           MOVE 'PROGCOB136'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB136' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB136' TO OPLOG-PROGRAMA.
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
