       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB168.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = SUBPROGRAMA DE CONSULTA DO CEP NA BASE DE
      *            REFERENCIA (CEP.DAT)
      * DATA = XX/XX/XXXX
      * 212 - RECEBE O CEP E DEVOLVE LOGRADOURO, BAIRRO,
      *       CIDADE E UF (RESULTADO 'S'); CEP FORA DA BASE
      *       DEVOLVE 'N' E BASE AUSENTE DEVOLVE 'A'. O
      *       ARQUIVO E ABERTO NA PRIMEIRA CHAMADA E FICA
      *       ABERTO ATE O FIM DO PROGRAMA CHAMADOR
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEP-FILE ASSIGN TO 'CEP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEP-CODIGO
               FILE STATUS IS WRK-FS-CEP.
       DATA DIVISION.
       FILE SECTION.
       FD  CEP-FILE.
           COPY 'CEPREC.cob'.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CEP      PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CEP==.
       77 WRK-SW-ABERTURA PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVO-TENTADO VALUE 'S'.
       77 WRK-SW-BASE     PIC X(01) VALUE 'N'.
           88 WRK-BASE-ABERTA     VALUE 'S'.
       LINKAGE SECTION.
       01 PRM-CEP.
           02 PRM-CP-CEP        PIC 9(08).
           02 PRM-CP-LOGRADOURO PIC X(30).
           02 PRM-CP-BAIRRO     PIC X(20).
           02 PRM-CP-CIDADE     PIC X(25).
           02 PRM-CP-UF         PIC X(02).
           02 PRM-CP-RESULTADO  PIC X(01).
       PROCEDURE DIVISION USING PRM-CEP.
       0001-PRINCIPAL.
           IF NOT WRK-ARQUIVO-TENTADO
                   PERFORM 0100-ABRIR-BASE
           END-IF.
           MOVE SPACES TO PRM-CP-LOGRADOURO PRM-CP-BAIRRO
                          PRM-CP-CIDADE PRM-CP-UF.
           IF NOT WRK-BASE-ABERTA
                   MOVE 'A' TO PRM-CP-RESULTADO
           ELSE
                   PERFORM 0200-CONSULTAR-CEP
           END-IF.
           GOBACK.
       0100-ABRIR-BASE.
           MOVE 'S' TO WRK-SW-ABERTURA.
           OPEN INPUT CEP-FILE.
           IF WRK-FS-CEP-OK
                   MOVE 'S' TO WRK-SW-BASE
           ELSE
                   DISPLAY 'CEP.DAT NAO ENCONTRADO - CEP SEM '
                           'CONFERENCIA'
           END-IF.
       0200-CONSULTAR-CEP.
           MOVE PRM-CP-CEP TO CEP-CODIGO.
           READ CEP-FILE
               INVALID KEY
                   MOVE 'N' TO PRM-CP-RESULTADO
               NOT INVALID KEY
                   MOVE 'S'            TO PRM-CP-RESULTADO
                   MOVE CEP-LOGRADOURO TO PRM-CP-LOGRADOURO
                   MOVE CEP-BAIRRO     TO PRM-CP-BAIRRO
                   MOVE CEP-CIDADE     TO PRM-CP-CIDADE
                   MOVE CEP-UF         TO PRM-CP-UF
           END-READ.
