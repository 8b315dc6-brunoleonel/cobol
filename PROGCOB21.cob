      * DATA = XX/XX/XXXX
      * 054 - MATRIZ USUARIO X FUNCAO EM LUGAR DO NIVEL
      *       UNICO (SEM REGISTRO = NEGADO)
      * 226 - USUARIO SUSPENSO POR INATIVIDADE (PERMS.DAT)
      *       TEM QUALQUER FUNCAO NEGADA, COM EXCECAO E055
      *       EM EXCPT.LOG - VALE PARA TODOS OS PROGRAMAS
      *       QUE CONSULTAM A MATRIZ
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-CHAVE
               FILE STATUS IS WRK-FS-FUNCAUT.
           SELECT PERMS-FILE ASSIGN TO 'PERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERM-USER
               FILE STATUS IS WRK-FS-PERMS.
           SELECT EXCEPTION-FILE ASSIGN TO 'EXCPT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPT.
       DATA DIVISION.
       FILE SECTION.
       FD  FUNCAUT-FILE.
           COPY 'FUNCREC.cob'.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  EXCEPTION-FILE.
           COPY 'EXCPREC.cob'.
       WORKING-STORAGE SECTION.
       77 WRK-FS-FUNCAUT PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-FUNCAUT==.
       77 WRK-FS-PERMS   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-FS-EXCPT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-EXCPT==.
       77 WRK-SW-SUSPENSO PIC X(01) VALUE 'N'.
           88 WRK-USUARIO-SUSPENSO VALUE 'S'.
       LINKAGE SECTION.
       01 PRM-AUTORIZACAO.
           02 PRM-USER      PIC 9(02).
       PROCEDURE DIVISION USING PRM-AUTORIZACAO.
       0001-PRINCIPAL.
           MOVE 'N' TO PRM-RESULTADO.
           PERFORM 0100-VERIFICAR-SUSPENSAO.
           IF WRK-USUARIO-SUSPENSO
                   PERFORM 0200-REGISTRAR-EXCECAO
           ELSE
                   PERFORM 0300-CONSULTAR-MATRIZ
           END-IF.
           GOBACK.
       0100-VERIFICAR-SUSPENSAO.
           MOVE 'N' TO WRK-SW-SUSPENSO.
           OPEN INPUT PERMS-FILE.
           IF WRK-FS-PERMS-OK
                   MOVE PRM-USER TO PERM-USER
                   READ PERMS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PERM-SUSPENSO
                                   MOVE 'S' TO WRK-SW-SUSPENSO
                           END-IF
                   END-READ
                   CLOSE PERMS-FILE
           END-IF.
       0200-REGISTRAR-EXCECAO.
           DISPLAY 'USUARIO SUSPENSO POR INATIVIDADE - PROCURE O '
                   'SUPERVISOR'.
           OPEN EXTEND EXCEPTION-FILE.
           IF WRK-FS-EXCPT-ARQ-INEXISTENTE
                   CLOSE EXCEPTION-FILE
                   OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           MOVE 'PROGCOB21' TO EXC-PROGRAMA.
           ACCEPT EXC-DATA FROM DATE YYYYMMDD.
           ACCEPT EXC-HORA FROM TIME.
           MOVE 'E055' TO EXC-CODIGO.
           MOVE 'ACESSO NEGADO - USUARIO SUSPENSO'
               TO EXC-DESCRICAO.
           WRITE EXC-LINHA-REL.
           CLOSE EXCEPTION-FILE.
       0300-CONSULTAR-MATRIZ.
           OPEN INPUT FUNCAUT-FILE.
           IF WRK-FS-FUNCAUT-OK
                   MOVE PRM-USER   TO FUNC-USER
                   END-READ
                   CLOSE FUNCAUT-FILE
           END-IF.
