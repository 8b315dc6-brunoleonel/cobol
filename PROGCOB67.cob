      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = EXTRACAO DA DECLARACAO FISCAL NO LAYOUT
      *            POSICIONAL DO FISCO (DECLFnn.OUT) A
      *            PARTIR DO PERIODO FECHADO DE SALES.DAT
      * DATA = XX/XX/XXXX
      * 119 - SO EXTRAI PERIODO JA FECHADO (FECHADO.DAT DO
      *       '90' COM CONTAGEM E TOTAIS DE CONFERENCIA
      *       (HASH), MAIS LISTAGEM DE CONFERENCIA DO QUE
      *       FOI ENVIADO - FIM DA REDIGITACAO MANUAL
      * 208 - UMA DECLARACAO POR EMPRESA (CNPJ) DONA DA LOJA
      *       NA DATA DA VENDA (PROGCOB164), EM DECLFnn.OUT
      *       (nn = CODIGO DA EMPRESA) NO LUGAR DO DECLFISC.OUT:
      *       CABECALHO '10' LEVA O CNPJ E O TRAILER '90' OS
      *       TOTAIS DA EMPRESA; LISTAGEM DE CONFERENCIA
      *       QUEBRADA POR EMPRESA
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FECHADO-FILE ASSIGN TO 'FECHADO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FECHADO.
           SELECT DECLFISC-FILE ASSIGN TO WRK-NOME-ARQ-DECL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DECLFISC.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB67.RPT'
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-TOT-BASE    PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-IMPOSTO PIC S9(13)V99 VALUE ZEROS.
       77 WRK-QTD-EMPRESA PIC 9(07) VALUE ZEROS.
       77 WRK-EMP-BASE    PIC S9(13)V99 VALUE ZEROS.
       77 WRK-EMP-IMPOSTO PIC S9(13)V99 VALUE ZEROS.
       77 WRK-QTD-DECL    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-EMP     PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-VENDA PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-EMP-DECL.
           02 WRK-TD-QTDE PIC 9(07) OCCURS 99 TIMES.
       01 WRK-NOME-ARQ-DECL.
           02 FILLER        PIC X(05) VALUE 'DECLF'.
           02 WRK-ND-EMPRESA PIC 9(02).
           02 FILLER        PIC X(04) VALUE '.OUT'.
       01 WRK-EMPRESA-LOJA.
           02 WRK-EL-FUNCAO    PIC X(01).
           02 WRK-EL-LOJA      PIC 9(03).
           02 WRK-EL-DATA      PIC 9(08).
           02 WRK-EL-EMPRESA   PIC 9(02).
           02 WRK-EL-CNPJ      PIC 9(14).
           02 WRK-EL-RAZAO     PIC X(30).
           02 WRK-EL-REGIME    PIC X(01).
           02 WRK-EL-RESULTADO PIC X(01).
       01 WRK-REG-CABECALHO.
           02 FILLER          PIC X(02) VALUE '10'.
           02 WRK-H-DATA-GER  PIC 9(08).
           02 WRK-H-ANOMES    PIC 9(06).
           02 FILLER          PIC X(10) VALUE 'PROGCOB   '.
           02 WRK-H-CNPJ      PIC 9(14).
           02 FILLER          PIC X(10) VALUE SPACES.
       01 WRK-REG-DETALHE.
           02 FILLER          PIC X(02) VALUE '20'.
           02 WRK-D-LOJA      PIC 9(03).
           02 FILLER          PIC X(05) VALUE ' IMP '.
           02 WRK-LC-IMPOSTO  PIC -ZZZ.ZZ9,99.
           02 FILLER          PIC X(13) VALUE SPACES.
       01 WRK-LINHA-EMPRESA.
           02 FILLER          PIC X(08) VALUE 'EMPRESA '.
           02 WRK-LE-EMPRESA  PIC 9(02).
           02 FILLER          PIC X(06) VALUE ' CNPJ '.
           02 WRK-LE-CNPJ     PIC 9(14).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LE-RAZAO    PIC X(30).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LE-ARQUIVO  PIC X(11).
       01 WRK-LINHA-TOT-EMP.
           02 FILLER          PIC X(14) VALUE 'TOTAL EMPRESA '.
           02 WRK-LT-QTDE     PIC ZZZZZZ9.
           02 FILLER          PIC X(06) VALUE ' BASE '.
           02 WRK-LT-BASE     PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(05) VALUE ' IMP '.
           02 WRK-LT-IMPOSTO  PIC -ZZZ.ZZ9,99.
           02 FILLER          PIC X(13) VALUE SPACES.
       77 WRK-HORA-INICIO  PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM     PIC 9(06) VALUE ZEROS.
       77 WRK-SEG-INICIO   PIC 9(07) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-PERIODO-FECHADO
                   MOVE ZEROS TO WRK-IDX-EMP
                   PERFORM 0200-DECLARAR-EMPRESA
                           UNTIL WRK-IDX-EMP >= 99
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE ZEROS TO WRK-TAB-EMP-DECL.
           DISPLAY 'PERIODO A DECLARAR (AAAAMM): '.
           ACCEPT  WRK-ANOMES FROM CONSOLE.
           PERFORM 0110-VERIFICAR-FECHADO.
                   DISPLAY 'PERIODO ' WRK-ANOMES ' NAO FECHADO - '
                           'EXTRACAO RECUSADA'
                   MOVE 8 TO RETURN-CODE
           ELSE
                   OPEN OUTPUT REPORT-FILE
                   MOVE 'DECLARACAO FISCAL' TO WRK-CAB-TITULO
                   ACCEPT WRK-CAB-DATA FROM DATE YYYYMMDD
                   WRITE REP-LINHA FROM WRK-CABECALHO-REL
                   ACCEPT WRK-H-DATA-GER FROM DATE YYYYMMDD
                   MOVE WRK-ANOMES TO WRK-H-ANOMES
                   OPEN INPUT SALES-FILE
                   IF NOT WRK-FS-SALES-OK
                           DISPLAY 'SALES.DAT NAO ENCONTRADO'
                   ELSE
                           MOVE 'N' TO WRK-SW-FIM
                           PERFORM 0120-MAPEAR-EMPRESAS
                                   UNTIL WRK-FIM-VARRE
                   END-IF
                   CLOSE SALES-FILE
           END-IF.
       0110-VERIFICAR-FECHADO.
           MOVE 'N' TO WRK-SW-FECHADO.
                           MOVE 'S' TO WRK-SW-FECHADO
                   END-IF
           END-READ.
       0120-MAPEAR-EMPRESAS.
           READ SALES-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
                   IF SALES-DATA(1:6) = WRK-ANOMES
                      AND SALES-DATA(7:2) NOT = '00'
                      AND SALES-LOJA > 0
                           PERFORM 0130-OBTER-EMPRESA-VENDA
                           ADD 1 TO WRK-TD-QTDE(WRK-EMPRESA-VENDA)
                   END-IF
           END-READ.
       0130-OBTER-EMPRESA-VENDA.
           MOVE 'L'        TO WRK-EL-FUNCAO.
           MOVE SALES-LOJA TO WRK-EL-LOJA.
           MOVE SALES-DATA TO WRK-EL-DATA.
           CALL 'PROGCOB164' USING WRK-EMPRESA-LOJA.
           MOVE WRK-EL-EMPRESA TO WRK-EMPRESA-VENDA.
       0200-DECLARAR-EMPRESA.
           ADD 1 TO WRK-IDX-EMP.
           IF WRK-TD-QTDE(WRK-IDX-EMP) > ZEROS
                   PERFORM 0205-ABRIR-DECLARACAO
                   MOVE 'N' TO WRK-SW-FIM
                   OPEN INPUT SALES-FILE
                   PERFORM 0207-LER-VENDA UNTIL WRK-FIM-VARRE
                   CLOSE SALES-FILE
                   PERFORM 0220-FECHAR-DECLARACAO
           END-IF.
       0205-ABRIR-DECLARACAO.
           ADD 1 TO WRK-QTD-DECL.
           MOVE ZEROS TO WRK-QTD-EMPRESA WRK-EMP-BASE
                         WRK-EMP-IMPOSTO.
           MOVE 'E'         TO WRK-EL-FUNCAO.
           MOVE WRK-IDX-EMP TO WRK-EL-EMPRESA.
           CALL 'PROGCOB164' USING WRK-EMPRESA-LOJA.
           IF WRK-EL-RESULTADO = 'N'
                   DISPLAY 'EMPRESA ' WRK-IDX-EMP ' SEM CADASTRO '
                           'EM EMPRESA.DAT - DECLARACAO SEM CNPJ'
           END-IF.
           MOVE WRK-IDX-EMP  TO WRK-ND-EMPRESA.
           OPEN OUTPUT DECLFISC-FILE.
           MOVE WRK-EL-CNPJ  TO WRK-H-CNPJ.
           WRITE DEC-REGISTRO FROM WRK-REG-CABECALHO.
           MOVE WRK-IDX-EMP       TO WRK-LE-EMPRESA.
           MOVE WRK-EL-CNPJ       TO WRK-LE-CNPJ.
           MOVE WRK-EL-RAZAO      TO WRK-LE-RAZAO.
           MOVE WRK-NOME-ARQ-DECL TO WRK-LE-ARQUIVO.
           WRITE REP-LINHA FROM WRK-LINHA-EMPRESA.
           DISPLAY WRK-LINHA-EMPRESA.
       0207-LER-VENDA.
           READ SALES-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF SALES-DATA(1:6) = WRK-ANOMES
                      AND SALES-DATA(7:2) NOT = '00'
                      AND SALES-LOJA > 0
                           PERFORM 0130-OBTER-EMPRESA-VENDA
                           IF WRK-EMPRESA-VENDA = WRK-IDX-EMP
                                   PERFORM 0210-GRAVAR-DETALHE
                           END-IF
                   END-IF
           END-READ.
       0210-GRAVAR-DETALHE.
           ADD 1 TO WRK-CONTADOR WRK-QTD-EMPRESA.
           MOVE SALES-LOJA    TO WRK-D-LOJA.
           MOVE SALES-DATA    TO WRK-D-DATA.
           MOVE SALES-TOTAL   TO WRK-D-BASE.
           MOVE SALES-IMPOSTO TO WRK-D-IMPOSTO.
           WRITE DEC-REGISTRO FROM WRK-REG-DETALHE.
           ADD SALES-TOTAL   TO WRK-TOT-BASE WRK-EMP-BASE.
           ADD SALES-IMPOSTO TO WRK-TOT-IMPOSTO WRK-EMP-IMPOSTO.
           MOVE SALES-LOJA    TO WRK-LC-LOJA.
           MOVE SALES-DATA    TO WRK-LC-DATA.
           MOVE SALES-TOTAL   TO WRK-LC-BASE.
           MOVE SALES-IMPOSTO TO WRK-LC-IMPOSTO.
           WRITE REP-LINHA FROM WRK-LINHA-CONF.
           DISPLAY WRK-LINHA-CONF.
       0220-FECHAR-DECLARACAO.
           MOVE WRK-QTD-EMPRESA TO WRK-T-QTDE.
           MOVE WRK-EMP-BASE    TO WRK-T-BASE.
           MOVE WRK-EMP-IMPOSTO TO WRK-T-IMPOSTO.
           WRITE DEC-REGISTRO FROM WRK-REG-TRAILER.
           CLOSE DECLFISC-FILE.
           MOVE WRK-QTD-EMPRESA TO WRK-LT-QTDE.
           MOVE WRK-EMP-BASE    TO WRK-LT-BASE.
           MOVE WRK-EMP-IMPOSTO TO WRK-LT-IMPOSTO.
           WRITE REP-LINHA FROM WRK-LINHA-TOT-EMP.
           DISPLAY WRK-LINHA-TOT-EMP.
       0300-FINALIZAR.
           IF WRK-PERIODO-FECHADO
                   CLOSE REPORT-FILE
                   DISPLAY 'DECLARACOES GERADAS (UMA POR EMPRESA) '
                           '===> ' WRK-QTD-DECL
                   DISPLAY 'REGISTROS DECLARADOS ===> ' WRK-CONTADOR
                   DISPLAY 'BASE TOTAL ===> ' WRK-TOT-BASE
                   DISPLAY 'IMPOSTO TOTAL ===> ' WRK-TOT-IMPOSTO
