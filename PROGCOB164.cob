       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB164.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = SUBPROGRAMA DE CONSULTA DA EMPRESA (CNPJ)
      *            DONA DA LOJA NA DATA (EMPRESA.DAT E
      *            LOJAEMP.DAT)
      * DATA = XX/XX/XXXX
      * 208 - FUNCAO 'L' RECEBE LOJA E DATA E DEVOLVE A
      *       EMPRESA DO VINCULO DE MAIOR INICIO ATE A DATA
      *       (RESULTADO 'S'); LOJA SEM VINCULO VAI PARA A
      *       EMPRESA 01 (RESULTADO 'P'). FUNCAO 'E' DEVOLVE
      *       OS DADOS DA EMPRESA INFORMADA. EMPRESA SEM
      *       CADASTRO DEVOLVE RESULTADO 'N'. AS TABELAS SAO
      *       CARREGADAS NA PRIMEIRA CHAMADA
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESA-FILE ASSIGN TO 'EMPRESA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS WRK-FS-EMPRESA.
           SELECT LOJAEMP-FILE ASSIGN TO 'LOJAEMP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LJE-CHAVE
               FILE STATUS IS WRK-FS-LOJAEMP.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESA-FILE.
           COPY 'EMPRREC.cob'.
       FD  LOJAEMP-FILE.
           COPY 'LJEMREC.cob'.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPRESA PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-EMPRESA==.
       77 WRK-FS-LOJAEMP PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-LOJAEMP==.
       77 WRK-SW-CARGA    PIC X(01) VALUE 'N'.
           88 WRK-TABELA-CARREGADA VALUE 'S'.
       01 WRK-TAB-EMPRESAS.
           02 WRK-TE-ENTRADA OCCURS 99 TIMES.
               03 WRK-TE-EXISTE  PIC X(01).
               03 WRK-TE-CNPJ    PIC 9(14).
               03 WRK-TE-RAZAO   PIC X(30).
               03 WRK-TE-REGIME  PIC X(01).
       01 WRK-TAB-VINCULOS.
           02 WRK-TV-ENTRADA OCCURS 3000 TIMES.
               03 WRK-TV-LOJA    PIC 9(03).
               03 WRK-TV-INICIO  PIC 9(08).
               03 WRK-TV-EMPRESA PIC 9(02).
       77 WRK-QTD-VINCULOS PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-VINCULO  PIC 9(04) VALUE ZEROS.
       77 WRK-MELHOR-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-EMPRESA-PADRAO PIC 9(02) VALUE 01.
       LINKAGE SECTION.
       01 PRM-EMPRESA-LOJA.
           02 PRM-EL-FUNCAO    PIC X(01).
               88 PRM-EL-POR-LOJA    VALUE 'L'.
               88 PRM-EL-POR-EMPRESA VALUE 'E'.
           02 PRM-EL-LOJA      PIC 9(03).
           02 PRM-EL-DATA      PIC 9(08).
           02 PRM-EL-EMPRESA   PIC 9(02).
           02 PRM-EL-CNPJ      PIC 9(14).
           02 PRM-EL-RAZAO     PIC X(30).
           02 PRM-EL-REGIME    PIC X(01).
           02 PRM-EL-RESULTADO PIC X(01).
       PROCEDURE DIVISION USING PRM-EMPRESA-LOJA.
       0001-PRINCIPAL.
           IF NOT WRK-TABELA-CARREGADA
                   PERFORM 0100-CARREGAR-TABELAS
           END-IF.
           MOVE 'S' TO PRM-EL-RESULTADO.
           IF PRM-EL-POR-LOJA
                   PERFORM 0200-BUSCAR-VINCULO
           END-IF.
           PERFORM 0300-DEVOLVER-EMPRESA.
           GOBACK.
       0100-CARREGAR-TABELAS.
           MOVE 'S'    TO WRK-SW-CARGA.
           MOVE SPACES TO WRK-TAB-EMPRESAS.
           MOVE ZEROS  TO WRK-QTD-VINCULOS.
           OPEN INPUT EMPRESA-FILE.
           IF WRK-FS-EMPRESA-OK
                   PERFORM 0110-LER-EMPRESA
                           UNTIL WRK-FS-EMPRESA = '10'
           END-IF.
           CLOSE EMPRESA-FILE.
           OPEN INPUT LOJAEMP-FILE.
           IF WRK-FS-LOJAEMP-OK
                   PERFORM 0120-LER-VINCULO
                           UNTIL WRK-FS-LOJAEMP = '10'
           END-IF.
           CLOSE LOJAEMP-FILE.
       0110-LER-EMPRESA.
           READ EMPRESA-FILE NEXT
               AT END
                   MOVE '10' TO WRK-FS-EMPRESA
               NOT AT END
                   IF EMP-CODIGO > ZEROS
                           MOVE 'S' TO WRK-TE-EXISTE(EMP-CODIGO)
                           MOVE EMP-CNPJ
                               TO WRK-TE-CNPJ(EMP-CODIGO)
                           MOVE EMP-RAZAO
                               TO WRK-TE-RAZAO(EMP-CODIGO)
                           MOVE EMP-REGIME
                               TO WRK-TE-REGIME(EMP-CODIGO)
                   END-IF
           END-READ.
       0120-LER-VINCULO.
           READ LOJAEMP-FILE NEXT
               AT END
                   MOVE '10' TO WRK-FS-LOJAEMP
               NOT AT END
                   IF WRK-QTD-VINCULOS < 3000
                           ADD 1 TO WRK-QTD-VINCULOS
                           MOVE LJE-LOJA
                             TO WRK-TV-LOJA(WRK-QTD-VINCULOS)
                           MOVE LJE-DATA-INICIO
                             TO WRK-TV-INICIO(WRK-QTD-VINCULOS)
                           MOVE LJE-EMPRESA
                             TO WRK-TV-EMPRESA(WRK-QTD-VINCULOS)
                   ELSE
                           DISPLAY 'TABELA DE VINCULOS LOJA/EMPRESA '
                                   'CHEIA - LOJA ' LJE-LOJA
                                   ' FORA DA CONSULTA'
                   END-IF
           END-READ.
       0200-BUSCAR-VINCULO.
           MOVE WRK-EMPRESA-PADRAO TO PRM-EL-EMPRESA.
           MOVE 'P'   TO PRM-EL-RESULTADO.
           MOVE ZEROS TO WRK-IDX-VINCULO WRK-MELHOR-INICIO.
           PERFORM 0210-COMPARAR-VINCULO
                   UNTIL WRK-IDX-VINCULO >= WRK-QTD-VINCULOS.
       0210-COMPARAR-VINCULO.
           ADD 1 TO WRK-IDX-VINCULO.
           IF WRK-TV-LOJA(WRK-IDX-VINCULO) = PRM-EL-LOJA
              AND WRK-TV-INICIO(WRK-IDX-VINCULO) <= PRM-EL-DATA
              AND WRK-TV-INICIO(WRK-IDX-VINCULO) >= WRK-MELHOR-INICIO
                   MOVE WRK-TV-INICIO(WRK-IDX-VINCULO)
                       TO WRK-MELHOR-INICIO
                   MOVE WRK-TV-EMPRESA(WRK-IDX-VINCULO)
                       TO PRM-EL-EMPRESA
                   MOVE 'S' TO PRM-EL-RESULTADO
           END-IF.
       0300-DEVOLVER-EMPRESA.
           MOVE ZEROS  TO PRM-EL-CNPJ.
           MOVE SPACES TO PRM-EL-RAZAO PRM-EL-REGIME.
           IF PRM-EL-EMPRESA = ZEROS
                   MOVE 'N' TO PRM-EL-RESULTADO
           ELSE
                   IF WRK-TE-EXISTE(PRM-EL-EMPRESA) = 'S'
                           MOVE WRK-TE-CNPJ(PRM-EL-EMPRESA)
                               TO PRM-EL-CNPJ
                           MOVE WRK-TE-RAZAO(PRM-EL-EMPRESA)
                               TO PRM-EL-RAZAO
                           MOVE WRK-TE-REGIME(PRM-EL-EMPRESA)
                               TO PRM-EL-REGIME
                   ELSE
                           MOVE 'N' TO PRM-EL-RESULTADO
                   END-IF
           END-IF.
