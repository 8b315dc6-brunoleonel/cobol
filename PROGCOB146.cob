       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB146.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = SUBPROGRAMA DO REGISTRO DE CONSENTIMENTO
      *            DE MARKETING (CONSENT.DAT) COM HISTORICO
      *            (CNSHIST.DAT)
      * DATA = XX/XX/XXXX
      * 199 - FUNCAO 'C' DEVOLVE A SITUACAO DOS TRES CANAIS
      *       (SMS/E-MAIL/CORREIO) E O E-MAIL DO CLIENTE;
      *       FUNCAO 'G' GRAVA A SITUACAO DE UM CANAL COM
      *       DATA, ORIGEM E OPERADOR E ACRESCENTA A LINHA NO
      *       HISTORICO - SITUACAO IGUAL A ATUAL NAO GERA
      *       HISTORICO (PRM-CN-RESULTADO 'N'). CHAMADO PELA
      *       CAPTURA PROGCOB02 E PELA ATUALIZACAO PROGCOB33
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE ASSIGN TO 'CONSENT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-CLIENTE
               FILE STATUS IS WRK-FS-CONSENT.
           SELECT CNSHIST-FILE ASSIGN TO 'CNSHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CNSHIST.
       DATA DIVISION.
       FILE SECTION.
       FD  CONSENT-FILE.
           COPY 'CNSREC.cob'.
       FD  CNSHIST-FILE.
           COPY 'CNSHREC.cob'.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CONSENT PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CONSENT==.
       77 WRK-FS-CNSHIST PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CNSHIST==.
       77 WRK-SW-EXISTE  PIC X(01) VALUE 'N'.
           88 WRK-CNS-EXISTE VALUE 'S'.
       77 WRK-SIT-ANTERIOR PIC X(01) VALUE SPACES.
       77 WRK-IDX        PIC 9(01) VALUE ZEROS.
       LINKAGE SECTION.
       01 PRM-CONSENT.
           02 PRM-CN-FUNCAO     PIC X(01).
           02 PRM-CN-CLIENTE    PIC 9(06).
           02 PRM-CN-CANAL      PIC 9(01).
           02 PRM-CN-SITUACAO   PIC X(01).
           02 PRM-CN-ORIGEM     PIC X(01).
           02 PRM-CN-OPERADOR   PIC 9(02).
           02 PRM-CN-PROGRAMA   PIC X(09).
           02 PRM-CN-EMAIL      PIC X(40).
           02 PRM-CN-SIT-ATUAL  PIC X(01) OCCURS 3 TIMES.
           02 PRM-CN-RESULTADO  PIC X(01).
       PROCEDURE DIVISION USING PRM-CONSENT.
       0001-PRINCIPAL.
           MOVE 'N' TO PRM-CN-RESULTADO.
           OPEN I-O CONSENT-FILE.
           IF WRK-FS-CONSENT-ARQ-INEXISTENTE
                   CLOSE CONSENT-FILE
                   OPEN OUTPUT CONSENT-FILE
                   CLOSE CONSENT-FILE
                   OPEN I-O CONSENT-FILE
           END-IF.
           MOVE PRM-CN-CLIENTE TO CNS-CLIENTE.
           MOVE 'S' TO WRK-SW-EXISTE.
           READ CONSENT-FILE
               INVALID KEY
                   PERFORM 0110-INICIAR-REGISTRO
           END-READ.
           IF PRM-CN-FUNCAO = 'G'
              AND PRM-CN-CANAL > 0 AND PRM-CN-CANAL < 4
              AND (PRM-CN-SITUACAO = 'S' OR PRM-CN-SITUACAO = 'N')
                   PERFORM 0200-GRAVAR-CANAL
           END-IF.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 0120-DEVOLVER-SITUACAO UNTIL WRK-IDX >= 3.
           MOVE CNS-EMAIL TO PRM-CN-EMAIL.
           CLOSE CONSENT-FILE.
           GOBACK.
       0110-INICIAR-REGISTRO.
           MOVE SPACES TO CNS-REGISTRO.
           MOVE PRM-CN-CLIENTE TO CNS-CLIENTE.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 0115-ZERAR-CANAL UNTIL WRK-IDX >= 3.
           MOVE 'N' TO WRK-SW-EXISTE.
       0115-ZERAR-CANAL.
           ADD 1 TO WRK-IDX.
           MOVE ZEROS TO CNS-DATA(WRK-IDX) CNS-OPERADOR(WRK-IDX).
       0120-DEVOLVER-SITUACAO.
           ADD 1 TO WRK-IDX.
           MOVE CNS-SITUACAO(WRK-IDX) TO PRM-CN-SIT-ATUAL(WRK-IDX).
       0200-GRAVAR-CANAL.
           MOVE CNS-SITUACAO(PRM-CN-CANAL) TO WRK-SIT-ANTERIOR.
           IF PRM-CN-CANAL = 2 AND PRM-CN-SITUACAO = 'S'
              AND PRM-CN-EMAIL NOT = SPACES
              AND PRM-CN-EMAIL NOT = CNS-EMAIL
                   MOVE PRM-CN-EMAIL TO CNS-EMAIL
                   MOVE SPACES TO WRK-SIT-ANTERIOR
           END-IF.
           IF PRM-CN-SITUACAO NOT = WRK-SIT-ANTERIOR
                   MOVE CNS-SITUACAO(PRM-CN-CANAL) TO WRK-SIT-ANTERIOR
                   MOVE PRM-CN-SITUACAO
                       TO CNS-SITUACAO(PRM-CN-CANAL)
                   ACCEPT CNS-DATA(PRM-CN-CANAL) FROM DATE YYYYMMDD
                   MOVE PRM-CN-ORIGEM   TO CNS-ORIGEM(PRM-CN-CANAL)
                   MOVE PRM-CN-OPERADOR
                       TO CNS-OPERADOR(PRM-CN-CANAL)
                   IF WRK-CNS-EXISTE
                           REWRITE CNS-REGISTRO
                   ELSE
                           WRITE CNS-REGISTRO
                   END-IF
                   PERFORM 0210-GRAVAR-HISTORICO
                   MOVE 'S' TO PRM-CN-RESULTADO
           END-IF.
       0210-GRAVAR-HISTORICO.
           OPEN EXTEND CNSHIST-FILE.
           IF WRK-FS-CNSHIST-ARQ-INEXISTENTE
                   CLOSE CNSHIST-FILE
                   OPEN OUTPUT CNSHIST-FILE
           END-IF.
           MOVE CNS-DATA(PRM-CN-CANAL) TO CNH-DATA.
           ACCEPT CNH-HORA FROM TIME.
           MOVE PRM-CN-CLIENTE   TO CNH-CLIENTE.
           MOVE PRM-CN-CANAL     TO CNH-CANAL.
           MOVE WRK-SIT-ANTERIOR TO CNH-SIT-ANTERIOR.
           MOVE PRM-CN-SITUACAO  TO CNH-SITUACAO.
           MOVE PRM-CN-ORIGEM    TO CNH-ORIGEM.
           MOVE PRM-CN-OPERADOR  TO CNH-OPERADOR.
           MOVE PRM-CN-PROGRAMA  TO CNH-PROGRAMA.
           WRITE CNH-REGISTRO.
           CLOSE CNSHIST-FILE.
