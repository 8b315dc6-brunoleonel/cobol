      *       MAIS ACUMULADA NO INDICE ERRADO: FICA FORA
      *       DO BALANCETE, E CONTADA E RELATADA E A
      *       RODADA DEVOLVE RC=8 (BALANCETE PARCIAL)
      * 208 - BALANCETE POR EMPRESA (CNPJ): CADA LANCAMENTO
      *       VAI PARA A EMPRESA GRAVADA NO RAZAO OU, SEM ELA,
      *       PARA A DONA DA LOJA NA DATA DO MOVIMENTO
      *       (PROGCOB164); CABECALHO COM CNPJ E RAZAO SOCIAL,
      *       TOTAIS DA EMPRESA E TOTAIS ENTRE EMPRESAS
      *       (GLJ-INTERCIA). FILTRO DE EMPRESA (00 = TODAS)
      *       E MARCA 'IC' NO EXTRATO DE CONTA
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 GLJ-LOJA          PIC 9(03).
           02 GLJ-DATA          PIC 9(08).
           02 GLJ-VALOR         PIC S9(11)V99.
           02 GLJ-ORIGEM        PIC X(10).
           02 GLJ-DATA-MOV      PIC 9(08).
           02 GLJ-EMPRESA       PIC 9(02).
           02 GLJ-INTERCIA      PIC X(01).
       FD  GLMAP-FILE.
       01  MAP-REGISTRO.
           02 MAP-LOJA          PIC 9(03).
       77 WRK-CONTA-FILTRO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIO  PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM     PIC 9(08) VALUE ZEROS.
       77 WRK-EMPRESA-FILTRO PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-LANCTO PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-EMP      PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-CONTAS.
           02 WRK-TC-ENTRADA OCCURS 200 TIMES.
               03 WRK-TC-EMPRESA  PIC 9(02).
               03 WRK-TC-CONTA    PIC 9(08).
               03 WRK-TC-DEBITOS  PIC S9(13)V99.
               03 WRK-TC-CREDITOS PIC S9(13)V99.
       01 WRK-TAB-EMPRESAS.
           02 WRK-TE-ENTRADA OCCURS 99 TIMES.
               03 WRK-TE-LANCTOS   PIC 9(07).
               03 WRK-TE-DEBITOS   PIC S9(13)V99.
               03 WRK-TE-CREDITOS  PIC S9(13)V99.
               03 WRK-TE-IC-DEB    PIC S9(13)V99.
               03 WRK-TE-IC-CRE    PIC S9(13)V99.
       01 WRK-EMPRESA-LOJA.
           02 WRK-EL-FUNCAO    PIC X(01).
           02 WRK-EL-LOJA      PIC 9(03).
           02 WRK-EL-DATA      PIC 9(08).
           02 WRK-EL-EMPRESA   PIC 9(02).
           02 WRK-EL-CNPJ      PIC 9(14).
           02 WRK-EL-RAZAO     PIC X(30).
           02 WRK-EL-REGIME    PIC X(01).
           02 WRK-EL-RESULTADO PIC X(01).
       77 WRK-QTD-CONTAS   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-DESCARTE PIC 9(05) VALUE ZEROS.
       77 WRK-IDX          PIC 9(03) VALUE ZEROS.
           02 WRK-LV-VALOR    PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(07) VALUE ' SALDO '.
           02 WRK-LV-SALDO    PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(05) VALUE ' EMP '.
           02 WRK-LV-EMPRESA  PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LV-INTERCIA PIC X(02).
           02 FILLER          PIC X(05) VALUE SPACES.
       01 WRK-LINHA-EMPRESA.
           02 FILLER          PIC X(08) VALUE 'EMPRESA '.
           02 WRK-LE-EMPRESA  PIC 9(02).
           02 FILLER          PIC X(06) VALUE ' CNPJ '.
           02 WRK-LE-CNPJ     PIC 9(14).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LE-RAZAO    PIC X(30).
           02 FILLER          PIC X(19) VALUE SPACES.
       01 WRK-LINHA-TOT-EMP.
           02 FILLER          PIC X(23) VALUE 'TOTAL DA EMPRESA     D '.
           02 WRK-LT-DEBITOS  PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(03) VALUE ' C '.
           02 WRK-LT-CREDITOS PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(03) VALUE ' M '.
           02 WRK-LT-MOVTO    PIC -ZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-IC-EMP.
           02 FILLER          PIC X(23) VALUE 'ENTRE EMPRESAS       D '.
           02 WRK-LI-DEBITOS  PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(03) VALUE ' C '.
           02 WRK-LI-CREDITOS PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(17) VALUE SPACES.
       77 WRK-HORA-INICIO  PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM     PIC 9(06) VALUE ZEROS.
       77 WRK-SEG-INICIO   PIC 9(07) VALUE ZEROS.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE ZEROS TO WRK-TAB-CONTAS WRK-TAB-EMPRESAS.
           PERFORM 0110-CARREGAR-MAPA.
           DISPLAY 'MODO (B=BALANCETE / A=ATIVIDADE DE CONTA): '.
           ACCEPT WRK-SW-MODO FROM CONSOLE.
                   DISPLAY 'PERIODO (AAAAMM): '
                   ACCEPT WRK-ANOMES FROM CONSOLE
           END-IF.
           DISPLAY 'EMPRESA (01-99 / 00=TODAS): '.
           ACCEPT WRK-EMPRESA-FILTRO FROM CONSOLE.
           OPEN INPUT GLJOURNAL-FILE.
           IF NOT WRK-FS-GLJOURNAL-OK
                   DISPLAY 'GLJOURNAL.DAT NAO ENCONTRADO'
                   MOVE '10' TO WRK-FS-GLJOURNAL
               NOT AT END
                   IF GLJ-TIPO = 'D' OR GLJ-TIPO = 'C'
                           PERFORM 0205-OBTER-EMPRESA
                   END-IF
                   IF (GLJ-TIPO = 'D' OR GLJ-TIPO = 'C')
                      AND (WRK-EMPRESA-FILTRO = ZEROS
                           OR WRK-EMPRESA-FILTRO = WRK-EMPRESA-LANCTO)
                           EVALUATE TRUE
                                   WHEN WRK-MODO-BALANCETE
                                             PERFORM
                           END-EVALUATE
                   END-IF
           END-READ.
       0205-OBTER-EMPRESA.
           IF GLJ-EMPRESA IS NUMERIC AND GLJ-EMPRESA > ZEROS
                   MOVE GLJ-EMPRESA TO WRK-EMPRESA-LANCTO
           ELSE
                   MOVE 'L'      TO WRK-EL-FUNCAO
                   MOVE GLJ-LOJA TO WRK-EL-LOJA
                   IF GLJ-DATA-MOV IS NUMERIC
                      AND GLJ-DATA-MOV > ZEROS
                           MOVE GLJ-DATA-MOV TO WRK-EL-DATA
                   ELSE
                           MOVE GLJ-DATA     TO WRK-EL-DATA
                   END-IF
                   CALL 'PROGCOB164' USING WRK-EMPRESA-LOJA
                   MOVE WRK-EL-EMPRESA TO WRK-EMPRESA-LANCTO
           END-IF.
       0210-ACUMULAR-CONTA.
           IF GLJ-DATA(1:6) = WRK-ANOMES
                   ADD 1 TO WRK-CONTADOR
                                   ADD GLJ-VALOR
                                       TO WRK-TC-CREDITOS(WRK-IDX)
                           END-IF
                           PERFORM 0230-ACUMULAR-EMPRESA
                   END-IF
           END-IF.
       0230-ACUMULAR-EMPRESA.
           MOVE WRK-EMPRESA-LANCTO TO WRK-IDX-EMP.
           ADD 1 TO WRK-TE-LANCTOS(WRK-IDX-EMP).
           IF GLJ-TIPO = 'D'
                   ADD GLJ-VALOR TO WRK-TE-DEBITOS(WRK-IDX-EMP)
                   IF GLJ-INTERCIA = 'S'
                           ADD GLJ-VALOR TO WRK-TE-IC-DEB(WRK-IDX-EMP)
                   END-IF
           ELSE
                   ADD GLJ-VALOR TO WRK-TE-CREDITOS(WRK-IDX-EMP)
                   IF GLJ-INTERCIA = 'S'
                           ADD GLJ-VALOR TO WRK-TE-IC-CRE(WRK-IDX-EMP)
                   END-IF
           END-IF.
       0220-BUSCAR-CONTA.
                           MOVE WRK-QTD-CONTAS TO WRK-IDX
                           MOVE GLJ-CONTA
                               TO WRK-TC-CONTA(WRK-IDX)
                           MOVE WRK-EMPRESA-LANCTO
                               TO WRK-TC-EMPRESA(WRK-IDX)
                           MOVE 'S' TO WRK-SW-ACHOU
                   ELSE
                           ADD 1 TO WRK-QTD-DESCARTE
       0225-COMPARAR-CONTA.
           ADD 1 TO WRK-IDX.
           IF GLJ-CONTA = WRK-TC-CONTA(WRK-IDX)
              AND WRK-EMPRESA-LANCTO = WRK-TC-EMPRESA(WRK-IDX)
                   MOVE 'S' TO WRK-SW-ACHOU
           END-IF.
       0250-LISTAR-ATIVIDADE.
                   MOVE GLJ-TIPO  TO WRK-LV-TIPO
                   MOVE GLJ-VALOR TO WRK-LV-VALOR
                   MOVE WRK-SALDO TO WRK-LV-SALDO
                   MOVE WRK-EMPRESA-LANCTO TO WRK-LV-EMPRESA
                   IF GLJ-INTERCIA = 'S'
                           MOVE 'IC' TO WRK-LV-INTERCIA
                   ELSE
                           MOVE SPACES TO WRK-LV-INTERCIA
                   END-IF
                   WRITE REP-LINHA FROM WRK-LINHA-ATV
                   DISPLAY WRK-LINHA-ATV
           END-IF.
       0300-FINALIZAR.
           IF WRK-MODO-BALANCETE
                   MOVE ZEROS TO WRK-IDX-EMP
                   PERFORM 0305-LISTAR-EMPRESA
                           UNTIL WRK-IDX-EMP >= 99
           END-IF.
           IF WRK-QTD-DESCARTE > 0
                   MOVE SPACES TO REP-LINHA
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0305-LISTAR-EMPRESA.
           ADD 1 TO WRK-IDX-EMP.
           IF WRK-TE-LANCTOS(WRK-IDX-EMP) > ZEROS
                   MOVE 'E'         TO WRK-EL-FUNCAO
                   MOVE WRK-IDX-EMP TO WRK-EL-EMPRESA
                   CALL 'PROGCOB164' USING WRK-EMPRESA-LOJA
                   MOVE WRK-IDX-EMP  TO WRK-LE-EMPRESA
                   MOVE WRK-EL-CNPJ  TO WRK-LE-CNPJ
                   MOVE WRK-EL-RAZAO TO WRK-LE-RAZAO
                   WRITE REP-LINHA FROM WRK-LINHA-EMPRESA
                   DISPLAY WRK-LINHA-EMPRESA
                   MOVE ZEROS TO WRK-IDX WRK-SALDO
                   PERFORM 0310-LISTAR-CONTA
                           UNTIL WRK-IDX >= WRK-QTD-CONTAS
                   MOVE WRK-TE-DEBITOS(WRK-IDX-EMP)  TO WRK-LT-DEBITOS
                   MOVE WRK-TE-CREDITOS(WRK-IDX-EMP) TO WRK-LT-CREDITOS
                   MOVE WRK-SALDO                    TO WRK-LT-MOVTO
                   WRITE REP-LINHA FROM WRK-LINHA-TOT-EMP
                   DISPLAY WRK-LINHA-TOT-EMP
                   MOVE WRK-TE-IC-DEB(WRK-IDX-EMP)   TO WRK-LI-DEBITOS
                   MOVE WRK-TE-IC-CRE(WRK-IDX-EMP)   TO WRK-LI-CREDITOS
                   WRITE REP-LINHA FROM WRK-LINHA-IC-EMP
                   DISPLAY WRK-LINHA-IC-EMP
                   DISPLAY 'SALDO CORRENTE FINAL DA EMPRESA '
                           WRK-IDX-EMP ' ===> ' WRK-SALDO
           END-IF.
       0310-LISTAR-CONTA.
           ADD 1 TO WRK-IDX.
           IF WRK-TC-EMPRESA(WRK-IDX) = WRK-IDX-EMP
                   PERFORM 0315-IMPRIMIR-CONTA
           END-IF.
       0315-IMPRIMIR-CONTA.
           PERFORM 0320-BUSCAR-NOME.
           COMPUTE WRK-MOVIMENTO = WRK-TC-DEBITOS(WRK-IDX)
                   - WRK-TC-CREDITOS(WRK-IDX).
