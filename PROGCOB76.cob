      *       NUMERO): CADA DOCUMENTO E UNICO, REIMPRIMIVEL
      *       PELO NUMERO E AUDITAVEL PELA LISTAGEM DO
      *       LIVRO
      * 192 - EMISSAO SO PARA ALUNO COM AUDITORIA DE
      *       CONCLUSAO COMPLETA (PROGCOB138) CONTRA A GRADE
      *       DO PROGRAMA DO ALUNMST.DAT; SEM GRADE OU COM
      *       CREDITOS FALTANTES O CERTIFICADO E NEGADO
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT HISTORICO-FILE ASSIGN TO 'HISTORICO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT ALUNMST-FILE ASSIGN TO 'ALUNMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT CERTLED-FILE ASSIGN TO 'CERTLED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           02 HIS-NOTA2       PIC 9(02).
           02 HIS-MEDIA       PIC 9(02).
           02 HIS-STATUS      PIC X(01).
       FD  ALUNMST-FILE.
           COPY 'ALUNREC.cob'.
       FD  CERTLED-FILE.
       01  CERT-REGISTRO.
           02 CERT-NUMERO     PIC 9(06).
       77 WRK-FS-HISTORICO PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-HISTORICO==.
       77 WRK-FS-ALUNMST   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ALUNMST==.
       77 WRK-FS-CERTLED   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CERTLED==.
           88 WRK-HISTORICO-ACHADO VALUE 'S'.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       01 WRK-AUDITORIA.
           02 WRK-AUD-ALUNO          PIC 9(05).
           02 WRK-AUD-PROGRAMA       PIC 9(03).
           02 WRK-AUD-RESULTADO      PIC X(01).
           02 WRK-AUD-CRED-MINIMO    PIC 9(03).
           02 WRK-AUD-CRED-CUMPRIDOS PIC 9(03).
           02 WRK-AUD-CRED-FALTANTES PIC 9(03).
           02 WRK-AUD-QTD-ITENS      PIC 9(02).
           02 WRK-AUD-ITEM OCCURS 60 TIMES.
               03 WRK-AUD-CURSO      PIC 9(04).
               03 WRK-AUD-TIPO       PIC X(01).
               03 WRK-AUD-CREDITOS   PIC 9(02).
               03 WRK-AUD-SITUACAO   PIC X(01).
       01 WRK-LINHA-TEXTO     PIC X(70) VALUE SPACES.
       01 WRK-LINHA-CERT.
           02 FILLER          PIC X(13)
           ACCEPT  WRK-NUMERO FROM CONSOLE.
       0200-EMITIR.
           PERFORM 0210-LOCALIZAR-HISTORICO.
           PERFORM 0250-AUDITAR-CURRICULO.
           EVALUATE TRUE
                   WHEN NOT WRK-HISTORICO-ACHADO
                             DISPLAY 'ALUNO/PERIODO SEM HISTORICO'
                   WHEN HIS-STATUS NOT = 'A'
                             DISPLAY 'ALUNO NAO APROVADO NO '
                                     'PERIODO - CERTIFICADO NEGADO'
                   WHEN WRK-AUD-RESULTADO = 'N'
                             DISPLAY 'ALUNO SEM GRADE CURRICULAR '
                                     '- CERTIFICADO NEGADO'
                   WHEN WRK-AUD-RESULTADO NOT = 'C'
                             DISPLAY 'CURRICULO INCOMPLETO - FALTAM '
                                     WRK-AUD-CRED-FALTANTES
                                     ' CREDITOS - CERTIFICADO NEGADO'
                   WHEN OTHER
                             PERFORM 0220-OBTER-PROXIMO-NUMERO
                             PERFORM 0230-GRAVAR-LIVRO
           MOVE CERT-DATA-EMIS TO WRK-LD-DATA.
           WRITE REP-LINHA FROM WRK-LINHA-DADOS.
           DISPLAY WRK-LINHA-DADOS.
       0250-AUDITAR-CURRICULO.
           MOVE 'N' TO WRK-AUD-RESULTADO.
           OPEN INPUT ALUNMST-FILE.
           IF WRK-FS-ALUNMST-OK
                   MOVE WRK-ALUNO TO ALU-ID
                   READ ALUNMST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ALU-ID       TO WRK-AUD-ALUNO
                           MOVE ALU-PROGRAMA TO WRK-AUD-PROGRAMA
                           CALL 'PROGCOB138' USING WRK-AUDITORIA
                   END-READ
           END-IF.
           CLOSE ALUNMST-FILE.
       0400-REIMPRIMIR.
           OPEN INPUT CERTLED-FILE.
           IF NOT WRK-FS-CERTLED-OK
