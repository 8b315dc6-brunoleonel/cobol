       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB140.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = EXTRACAO DO CENSO ESCOLAR ANUAL PARA O
      *            ORGAO DE EDUCACAO (CENSO.TXT LAYOUT FIXO)
      *            COM RELATORIO DE CRITICA PRE-ENVIO
      * DATA = XX/XX/XXXX
      * 193 - LE ALUNMST.DAT, MATRICULA.DAT, PRESENCA.DAT E
      *       HISTORICO.DAT DO ANO INFORMADO; SITUACAO DA
      *       MATRICULA 1=CURSANDO 2=TRANCADO 3=DESLIGADO
      *       4=TRANSFERIDO; RESULTADO 1=APROVADO
      *       2=REPROVADO 3=ABANDONO 4=TRANSFERIDO 5=SEM
      *       RESULTADO; ALUNO COM DADO DEMOGRAFICO
      *       OBRIGATORIO FALTANDO FICA FORA DO ARQUIVO E
      *       SAI NA CRITICA; CODIGO DA ESCOLA NA CONFIG
      *       CENSO-COD-ESCOLA
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNMST-FILE ASSIGN TO 'ALUNMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT MATRICULA-FILE ASSIGN TO 'MATRICULA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WRK-FS-MATRICULA.
           SELECT PRESENCA-FILE ASSIGN TO 'PRESENCA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRS-CHAVE
               FILE STATUS IS WRK-FS-PRESENCA.
           SELECT HISTORICO-FILE ASSIGN TO 'HISTORICO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT CENSO-FILE ASSIGN TO 'CENSO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CENSO.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB140.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNMST-FILE.
           COPY 'ALUNREC.cob'.
       FD  MATRICULA-FILE.
           COPY 'MATRREC.cob'.
       FD  PRESENCA-FILE.
           COPY 'PRESREC.cob'.
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
       FD  CENSO-FILE.
       01  CEN-REGISTRO.
           02 CEN-TIPO          PIC X(02).
           02 CEN-DADOS         PIC X(118).
       01  CEN-HEADER.
           02 FILLER            PIC X(02).
           02 CEN-H-ESCOLA      PIC 9(08).
           02 CEN-H-ANO         PIC 9(04).
           02 CEN-H-DATA        PIC 9(08).
           02 FILLER            PIC X(98).
       01  CEN-ALUNO.
           02 FILLER            PIC X(02).
           02 CEN-ESCOLA        PIC 9(08).
           02 CEN-ID            PIC 9(05).
           02 CEN-NOME          PIC X(20).
           02 CEN-DATA-NASC     PIC 9(08).
           02 CEN-SEXO          PIC X(01).
           02 CEN-COR-RACA      PIC X(01).
           02 CEN-NACIONALIDADE PIC X(01).
           02 CEN-NOME-MAE      PIC X(30).
           02 CEN-MUNICIPIO     PIC 9(07).
           02 CEN-DATA-INGRESSO PIC 9(08).
           02 CEN-SIT-MATRICULA PIC X(01).
           02 CEN-RESULTADO     PIC X(01).
           02 CEN-DISCIPLINAS   PIC 9(02).
           02 CEN-AULAS         PIC 9(04).
           02 CEN-PRESENCAS     PIC 9(04).
           02 CEN-FREQ-PERC     PIC 9(03).
           02 FILLER            PIC X(15).
       01  CEN-TRAILER.
           02 FILLER            PIC X(02).
           02 CEN-T-QTDE        PIC 9(06).
           02 FILLER            PIC X(112).
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-ALUNMST  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ALUNMST==.
       77 WRK-FS-MATRICULA PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MATRICULA==.
       77 WRK-FS-PRESENCA PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRESENCA==.
       77 WRK-FS-HISTORICO PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-HISTORICO==.
       77 WRK-FS-CENSO    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CENSO==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-ANO         PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-LIDO    PIC 9(04) VALUE ZEROS.
       77 WRK-ESCOLA      PIC 9(08) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO VALUE 'S'.
       77 WRK-SW-FIM-ALUNOS PIC X(01) VALUE 'N'.
           88 WRK-FIM-ALUNOS VALUE 'S'.
       77 WRK-SW-PENDENTE PIC X(01) VALUE 'N'.
           88 WRK-ALUNO-PENDENTE VALUE 'S'.
       01 WRK-TAB-HIST.
           02 WRK-TH-ENTRADA OCCURS 2000 TIMES.
               03 WRK-TH-ID       PIC 9(05).
               03 WRK-TH-APROV    PIC X(01).
               03 WRK-TH-REPROV   PIC X(01).
       77 WRK-QTD-HIST    PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-MATR.
           02 WRK-TM-ENTRADA OCCURS 2000 TIMES.
               03 WRK-TM-ID       PIC 9(05).
               03 WRK-TM-QTDE     PIC 9(02).
       77 WRK-QTD-MATR    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-DESPREZADOS PIC 9(05) VALUE ZEROS.
       77 WRK-IDX         PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-ACHADO  PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-HIST    PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-MATR    PIC 9(04) VALUE ZEROS.
       77 WRK-AULAS       PIC 9(04) VALUE ZEROS.
       77 WRK-PRESENCAS   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-EXPORTADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(05) VALUE ZEROS.
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-DATA-VAL.
           02 WRK-DV-DATA       PIC 9(08).
           02 WRK-DV-VALIDA     PIC X(01).
           02 WRK-DV-DIA-SEMANA PIC 9(01).
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-PEND.
           02 FILLER          PIC X(06) VALUE 'ALUNO '.
           02 WRK-LP-ID       PIC 9(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-NOME     PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-NASC     PIC X(06).
           02 WRK-LP-SEXO     PIC X(06).
           02 WRK-LP-COR      PIC X(06).
           02 WRK-LP-NACION   PIC X(06).
           02 WRK-LP-MAE      PIC X(06).
           02 WRK-LP-MUNIC    PIC X(06).
           02 FILLER          PIC X(01) VALUE SPACE.
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
           PERFORM 0200-LER-ALUNO UNTIL WRK-FIM-ALUNOS.
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
           DISPLAY 'ANO DO CENSO ESCOLAR (AAAA): '.
           ACCEPT  WRK-ANO FROM CONSOLE.
           MOVE 'CENSO-COD-ESCOLA' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-ESCOLA
           ELSE
                   DISPLAY 'CENSO-COD-ESCOLA NAO CONFIGURADO'
           END-IF.
           PERFORM 0110-CARREGAR-HISTORICO.
           PERFORM 0130-CARREGAR-MATRICULAS.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'CRITICA DO CENSO' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE      TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING 'ANO ' WRK-ANO ' ESCOLA ' WRK-ESCOLA
                  ' - ALUNOS COM DADO OBRIGATORIO FALTANDO'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           OPEN OUTPUT CENSO-FILE.
           MOVE SPACES        TO CEN-HEADER.
           MOVE '00'          TO CEN-TIPO.
           MOVE WRK-ESCOLA    TO CEN-H-ESCOLA.
           MOVE WRK-ANO       TO CEN-H-ANO.
           MOVE WRK-DATA-HOJE TO CEN-H-DATA.
           WRITE CEN-HEADER.
           OPEN INPUT PRESENCA-FILE.
           OPEN INPUT ALUNMST-FILE.
           IF NOT WRK-FS-ALUNMST-OK
                   DISPLAY 'ALUNMST.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM-ALUNOS
           END-IF.
       0110-CARREGAR-HISTORICO.
           MOVE ZEROS TO WRK-QTD-HIST.
           MOVE 'N'   TO WRK-SW-FIM.
           OPEN INPUT HISTORICO-FILE.
           IF WRK-FS-HISTORICO-OK
                   PERFORM 0115-LER-HISTORICO UNTIL WRK-FIM-ARQUIVO
                   CLOSE HISTORICO-FILE
           END-IF.
       0115-LER-HISTORICO.
           READ HISTORICO-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   DIVIDE HIS-PERIODO BY 100 GIVING WRK-ANO-LIDO
                   IF WRK-ANO-LIDO = WRK-ANO
                           PERFORM 0120-GUARDAR-HISTORICO
                   END-IF
           END-READ.
       0120-GUARDAR-HISTORICO.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM 0125-PROCURAR-HISTORICO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-HIST
                      OR WRK-IDX-ACHADO > ZEROS.
           IF WRK-IDX-ACHADO = ZEROS
                   IF WRK-QTD-HIST < 2000
                           ADD 1 TO WRK-QTD-HIST
                           MOVE WRK-QTD-HIST TO WRK-IDX-ACHADO
                           MOVE HIS-ID TO WRK-TH-ID(WRK-IDX-ACHADO)
                           MOVE 'N'  TO WRK-TH-APROV(WRK-IDX-ACHADO)
                                        WRK-TH-REPROV(WRK-IDX-ACHADO)
                   ELSE
                           ADD 1 TO WRK-QTD-DESPREZADOS
                   END-IF
           END-IF.
           IF WRK-IDX-ACHADO > ZEROS
                   EVALUATE HIS-STATUS
                       WHEN 'A'
                           MOVE 'S' TO WRK-TH-APROV(WRK-IDX-ACHADO)
                       WHEN 'F'
                       WHEN 'Q'
                           MOVE 'S' TO WRK-TH-REPROV(WRK-IDX-ACHADO)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-IF.
       0125-PROCURAR-HISTORICO.
           IF WRK-TH-ID(WRK-IDX) = HIS-ID
                   MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       0130-CARREGAR-MATRICULAS.
           MOVE ZEROS TO WRK-QTD-MATR.
           MOVE 'N'   TO WRK-SW-FIM.
           OPEN INPUT MATRICULA-FILE.
           IF WRK-FS-MATRICULA-OK
                   COMPUTE MAT-PERIODO = WRK-ANO * 100
                   MOVE ZEROS TO MAT-CURSO MAT-TURMA MAT-ALUNO
                   START MATRICULA-FILE KEY IS NOT LESS THAN MAT-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM
                   END-START
                   PERFORM 0135-LER-MATRICULA UNTIL WRK-FIM-ARQUIVO
                   CLOSE MATRICULA-FILE
           END-IF.
       0135-LER-MATRICULA.
           READ MATRICULA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   DIVIDE MAT-PERIODO BY 100 GIVING WRK-ANO-LIDO
                   IF WRK-ANO-LIDO NOT = WRK-ANO
                           MOVE 'S' TO WRK-SW-FIM
                   ELSE
                           IF MAT-MATRICULADO
                                   PERFORM 0140-GUARDAR-MATRICULA
                           END-IF
                   END-IF
           END-READ.
       0140-GUARDAR-MATRICULA.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM 0145-PROCURAR-MATRICULA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-MATR
                      OR WRK-IDX-ACHADO > ZEROS.
           IF WRK-IDX-ACHADO = ZEROS
                   IF WRK-QTD-MATR < 2000
                           ADD 1 TO WRK-QTD-MATR
                           MOVE WRK-QTD-MATR TO WRK-IDX-ACHADO
                           MOVE MAT-ALUNO TO WRK-TM-ID(WRK-IDX-ACHADO)
                           MOVE ZEROS TO WRK-TM-QTDE(WRK-IDX-ACHADO)
                   ELSE
                           ADD 1 TO WRK-QTD-DESPREZADOS
                   END-IF
           END-IF.
           IF WRK-IDX-ACHADO > ZEROS
              AND WRK-TM-QTDE(WRK-IDX-ACHADO) < 99
                   ADD 1 TO WRK-TM-QTDE(WRK-IDX-ACHADO)
           END-IF.
       0145-PROCURAR-MATRICULA.
           IF WRK-TM-ID(WRK-IDX) = MAT-ALUNO
                   MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       0200-LER-ALUNO.
           READ ALUNMST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM-ALUNOS
               NOT AT END
                   DIVIDE ALU-DATA-INGRESSO BY 10000
                          GIVING WRK-ANO-LIDO
                   IF WRK-ANO-LIDO NOT > WRK-ANO
                           PERFORM 0210-AVALIAR-ALUNO
                   END-IF
           END-READ.
       0210-AVALIAR-ALUNO.
           MOVE ZEROS TO WRK-IDX-HIST WRK-IDX-MATR.
           PERFORM 0215-LOCALIZAR-HISTORICO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-HIST
                      OR WRK-IDX-HIST > ZEROS.
           PERFORM 0220-LOCALIZAR-MATRICULA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-MATR
                      OR WRK-IDX-MATR > ZEROS.
           PERFORM 0230-APURAR-FREQUENCIA.
           IF ALU-MATRICULADO OR ALU-TRANCADO
              OR WRK-IDX-HIST > ZEROS OR WRK-IDX-MATR > ZEROS
              OR WRK-AULAS > ZEROS
                   PERFORM 0240-CRITICAR-ALUNO
                   IF WRK-ALUNO-PENDENTE
                           ADD 1 TO WRK-QTD-PENDENTES
                   ELSE
                           PERFORM 0250-GRAVAR-ALUNO
                   END-IF
                   ADD 1 TO WRK-CONTADOR
           END-IF.
       0215-LOCALIZAR-HISTORICO.
           IF WRK-TH-ID(WRK-IDX) = ALU-ID
                   MOVE WRK-IDX TO WRK-IDX-HIST
           END-IF.
       0220-LOCALIZAR-MATRICULA.
           IF WRK-TM-ID(WRK-IDX) = ALU-ID
                   MOVE WRK-IDX TO WRK-IDX-MATR
           END-IF.
       0230-APURAR-FREQUENCIA.
           MOVE ZEROS TO WRK-AULAS WRK-PRESENCAS.
           MOVE 'N'   TO WRK-SW-FIM.
           IF WRK-FS-PRESENCA = '35'
                   MOVE 'S' TO WRK-SW-FIM
           ELSE
                   MOVE ALU-ID TO PRS-ALUNO
                   COMPUTE PRS-PERIODO = WRK-ANO * 100
                   MOVE ZEROS  TO PRS-DATA PRS-AULA
                   START PRESENCA-FILE KEY IS NOT LESS THAN PRS-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM
                   END-START
           END-IF.
           PERFORM 0235-LER-PRESENCA UNTIL WRK-FIM-ARQUIVO.
       0235-LER-PRESENCA.
           READ PRESENCA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   DIVIDE PRS-PERIODO BY 100 GIVING WRK-ANO-LIDO
                   IF PRS-ALUNO NOT = ALU-ID
                      OR WRK-ANO-LIDO NOT = WRK-ANO
                           MOVE 'S' TO WRK-SW-FIM
                   ELSE
                           IF WRK-AULAS < 9999
                                   ADD 1 TO WRK-AULAS
                                   IF PRS-PRESENTE
                                           ADD 1 TO WRK-PRESENCAS
                                   END-IF
                           END-IF
                   END-IF
           END-READ.
       0240-CRITICAR-ALUNO.
           MOVE 'N'    TO WRK-SW-PENDENTE.
           MOVE SPACES TO WRK-LP-NASC WRK-LP-SEXO WRK-LP-COR
                          WRK-LP-NACION WRK-LP-MAE WRK-LP-MUNIC.
           MOVE ALU-DATA-NASC TO WRK-DV-DATA.
           CALL 'PROGCOB39' USING WRK-DATA-VAL.
           IF WRK-DV-VALIDA NOT = 'S'
                   MOVE 'NASC'   TO WRK-LP-NASC
                   MOVE 'S'      TO WRK-SW-PENDENTE
           END-IF.
           IF NOT ALU-SEXO-VALIDO
                   MOVE 'SEXO'   TO WRK-LP-SEXO
                   MOVE 'S'      TO WRK-SW-PENDENTE
           END-IF.
           IF NOT ALU-COR-VALIDA
                   MOVE 'COR'    TO WRK-LP-COR
                   MOVE 'S'      TO WRK-SW-PENDENTE
           END-IF.
           IF NOT ALU-NACION-VALIDA
                   MOVE 'NACION' TO WRK-LP-NACION
                   MOVE 'S'      TO WRK-SW-PENDENTE
           END-IF.
           IF ALU-NOME-MAE = SPACES
                   MOVE 'MAE'    TO WRK-LP-MAE
                   MOVE 'S'      TO WRK-SW-PENDENTE
           END-IF.
           IF ALU-MUNICIPIO = ZEROS
                   MOVE 'MUNIC'  TO WRK-LP-MUNIC
                   MOVE 'S'      TO WRK-SW-PENDENTE
           END-IF.
           IF WRK-ALUNO-PENDENTE
                   MOVE ALU-ID   TO WRK-LP-ID
                   MOVE ALU-NOME TO WRK-LP-NOME
                   WRITE REP-LINHA FROM WRK-LINHA-PEND
                   DISPLAY WRK-LINHA-PEND
           END-IF.
       0250-GRAVAR-ALUNO.
           MOVE SPACES            TO CEN-ALUNO.
           MOVE '60'              TO CEN-TIPO.
           MOVE WRK-ESCOLA        TO CEN-ESCOLA.
           MOVE ALU-ID            TO CEN-ID.
           MOVE ALU-NOME          TO CEN-NOME.
           MOVE ALU-DATA-NASC     TO CEN-DATA-NASC.
           MOVE ALU-SEXO          TO CEN-SEXO.
           MOVE ALU-COR-RACA      TO CEN-COR-RACA.
           MOVE ALU-NACIONALIDADE TO CEN-NACIONALIDADE.
           MOVE ALU-NOME-MAE      TO CEN-NOME-MAE.
           MOVE ALU-MUNICIPIO     TO CEN-MUNICIPIO.
           MOVE ALU-DATA-INGRESSO TO CEN-DATA-INGRESSO.
           EVALUATE TRUE
               WHEN ALU-TRANSFERIDO
                   MOVE '4' TO CEN-SIT-MATRICULA
                   MOVE '4' TO CEN-RESULTADO
               WHEN ALU-DESLIGADO
                   MOVE '3' TO CEN-SIT-MATRICULA
                   MOVE '3' TO CEN-RESULTADO
               WHEN ALU-TRANCADO
                   MOVE '2' TO CEN-SIT-MATRICULA
                   MOVE '5' TO CEN-RESULTADO
               WHEN OTHER
                   MOVE '1' TO CEN-SIT-MATRICULA
                   MOVE '5' TO CEN-RESULTADO
           END-EVALUATE.
           IF (ALU-MATRICULADO OR ALU-TRANCADO)
              AND WRK-IDX-HIST > ZEROS
                   IF WRK-TH-REPROV(WRK-IDX-HIST) = 'S'
                           MOVE '2' TO CEN-RESULTADO
                   ELSE
                           IF WRK-TH-APROV(WRK-IDX-HIST) = 'S'
                                   MOVE '1' TO CEN-RESULTADO
                           END-IF
                   END-IF
           END-IF.
           MOVE ZEROS TO CEN-DISCIPLINAS CEN-FREQ-PERC.
           IF WRK-IDX-MATR > ZEROS
                   MOVE WRK-TM-QTDE(WRK-IDX-MATR) TO CEN-DISCIPLINAS
           END-IF.
           MOVE WRK-AULAS     TO CEN-AULAS.
           MOVE WRK-PRESENCAS TO CEN-PRESENCAS.
           IF WRK-AULAS > ZEROS
                   COMPUTE CEN-FREQ-PERC ROUNDED =
                           WRK-PRESENCAS * 100 / WRK-AULAS
           END-IF.
           WRITE CEN-ALUNO.
           ADD 1 TO WRK-QTD-EXPORTADOS.
       0300-FINALIZAR.
           IF WRK-FS-ALUNMST NOT = '35'
                   CLOSE ALUNMST-FILE
           END-IF.
           IF WRK-FS-PRESENCA NOT = '35'
                   CLOSE PRESENCA-FILE
           END-IF.
           MOVE SPACES             TO CEN-TRAILER.
           MOVE '99'               TO CEN-TIPO.
           MOVE WRK-QTD-EXPORTADOS TO CEN-T-QTDE.
           WRITE CEN-TRAILER.
           CLOSE CENSO-FILE.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING 'ALUNOS NO CENSO ' WRK-QTD-EXPORTADOS
                  ' COM PENDENCIA ' WRK-QTD-PENDENTES
                  ' DESPREZADOS ' WRK-QTD-DESPREZADOS
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           CLOSE REPORT-FILE.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB140' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB140' TO OPLOG-PROGRAMA.
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
