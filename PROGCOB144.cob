       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB144.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = COMPARATIVO SEMANAL POR LOJA NO CALENDARIO
      *            VAREJO 4-5-4 (SEMANAS.DAT DO PROGCOB17)
      * DATA = XX/XX/XXXX
      * 197 - CADA SEMANA FISCAL INFORMADA E COMPARADA COM A
      *       MESMA SEMANA FISCAL DO ANO ANTERIOR (DOMINGO
      *       A SABADO NOS DOIS ANOS, SEGUNDA CONTRA
      *       SEGUNDA), SOMANDO O SALES.DAT PELA CHAVE DE
      *       DATA, COM PERCENTUAL DE CRESCIMENTO POR LOJA E
      *       TOTAL DA SEMANA; A SEMANA 53 SAI SEM BASE DE
      *       COMPARACAO QUANDO O ANO ANTERIOR TEVE 52
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEMANAS-FILE ASSIGN TO 'SEMANAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEMANAS.
           SELECT SALES-FILE ASSIGN TO 'SALES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SALES-CHAVE
               ALTERNATE RECORD KEY IS SALES-DATA
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-SALES.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WRK-FS-MASTER.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB144.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  SEMANAS-FILE.
           COPY 'SEMFREC.cob'.
       FD  SALES-FILE.
           COPY 'SALEREC.cob'.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-SEMANAS  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SEMANAS==.
       77 WRK-FS-SALES    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SALES==.
       77 WRK-FS-MASTER   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-ANO-ATUAL   PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-ANT     PIC 9(04) VALUE ZEROS.
       77 WRK-SEMANA-INI  PIC 9(02) VALUE ZEROS.
       77 WRK-SEMANA-FIM  PIC 9(02) VALUE ZEROS.
       77 WRK-SEMANA      PIC 9(02) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO VALUE 'S'.
       77 WRK-SW-SALES    PIC X(01) VALUE 'N'.
           88 WRK-SALES-ABERTO VALUE 'S'.
       77 WRK-QTD-SEMANAS-TAB PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-SEMANAS.
           02 WRK-TS-ENTRADA OCCURS 160 TIMES.
               03 WRK-TS-ANO     PIC 9(04).
               03 WRK-TS-SEMANA  PIC 9(02).
               03 WRK-TS-PERIODO PIC 9(02).
               03 WRK-TS-INICIO  PIC 9(08).
               03 WRK-TS-FIM     PIC 9(08).
       77 WRK-IDX-SEM     PIC 9(03) VALUE ZEROS.
       77 WRK-PERIODO     PIC 9(02) VALUE ZEROS.
       77 WRK-INICIO-ATUAL PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-ATUAL   PIC 9(08) VALUE ZEROS.
       77 WRK-INICIO-ANT  PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-ANT     PIC 9(08) VALUE ZEROS.
       77 WRK-INICIO-VARRE PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-VARRE   PIC 9(08) VALUE ZEROS.
       77 WRK-SW-ANO-VARRE PIC X(01) VALUE 'A'.
           88 WRK-VARRE-ATUAL VALUE 'A'.
       01 WRK-TAB-LOJAS.
           02 WRK-TL-ENTRADA OCCURS 999 TIMES.
               03 WRK-TL-ATUAL PIC S9(11)V99.
               03 WRK-TL-ANT   PIC S9(11)V99.
       77 WRK-IDX         PIC 9(04) VALUE ZEROS.
       77 WRK-NOME-LOJA   PIC X(20) VALUE SPACES.
       77 WRK-CRESC       PIC S9(04)V99 VALUE ZEROS.
       77 WRK-TOT-ATUAL   PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-ANT     PIC S9(13)V99 VALUE ZEROS.
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-COMP.
           02 WRK-LC-LOJA     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LC-NOME     PIC X(12).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LC-ATUAL    PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LC-ANT      PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LC-PERC     PIC -ZZ9,99.
           02 FILLER          PIC X(01) VALUE '%'.
           02 FILLER          PIC X(15) VALUE SPACES.
       01 WRK-LINHA-TOT.
           02 FILLER          PIC X(15) VALUE 'TOTAL SEMANA   '.
           02 WRK-LT-ATUAL    PIC -Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LT-ANT      PIC -Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LT-PERC     PIC -ZZ9,99.
           02 FILLER          PIC X(01) VALUE '%'.
           02 FILLER          PIC X(11) VALUE SPACES.
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
           IF WRK-SALES-ABERTO
                   MOVE WRK-SEMANA-INI TO WRK-SEMANA
                   PERFORM 0200-COMPARAR-SEMANA
                           UNTIL WRK-SEMANA > WRK-SEMANA-FIM
                   CLOSE SALES-FILE
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           DISPLAY 'ANO FISCAL (AAAA): '.
           ACCEPT  WRK-ANO-ATUAL FROM CONSOLE.
           COMPUTE WRK-ANO-ANT = WRK-ANO-ATUAL - 1.
           DISPLAY 'SEMANA FISCAL INICIAL (01-53): '.
           ACCEPT  WRK-SEMANA-INI FROM CONSOLE.
           DISPLAY 'SEMANA FISCAL FINAL (00 = SO A INICIAL): '.
           ACCEPT  WRK-SEMANA-FIM FROM CONSOLE.
           IF WRK-SEMANA-INI = ZEROS OR WRK-SEMANA-INI > 53
                   MOVE 1 TO WRK-SEMANA-INI
           END-IF.
           IF WRK-SEMANA-FIM < WRK-SEMANA-INI OR WRK-SEMANA-FIM > 53
                   MOVE WRK-SEMANA-INI TO WRK-SEMANA-FIM
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'COMPARATIVO SEMANAL' TO WRK-CAB-TITULO.
           ACCEPT WRK-CAB-DATA FROM DATE YYYYMMDD.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
           PERFORM 0110-CARREGAR-SEMANAS.
           IF WRK-QTD-SEMANAS-TAB = ZEROS
                   DISPLAY 'SEMANAS.DAT NAO ENCONTRADO'
           ELSE
                   OPEN INPUT SALES-FILE
                   IF WRK-FS-SALES-OK
                           MOVE 'S' TO WRK-SW-SALES
                   ELSE
                           DISPLAY 'SALES.DAT NAO ENCONTRADO'
                   END-IF
           END-IF.
       0110-CARREGAR-SEMANAS.
           MOVE ZEROS TO WRK-QTD-SEMANAS-TAB.
           MOVE 'N'   TO WRK-SW-FIM.
           OPEN INPUT SEMANAS-FILE.
           IF WRK-FS-SEMANAS-OK
                   PERFORM 0115-LER-SEMANA UNTIL WRK-FIM-ARQUIVO
                   CLOSE SEMANAS-FILE
           END-IF.
       0115-LER-SEMANA.
           READ SEMANAS-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF (SEMF-ANO-FISCAL = WRK-ANO-ATUAL
                       OR SEMF-ANO-FISCAL = WRK-ANO-ANT)
                      AND WRK-QTD-SEMANAS-TAB < 160
                           ADD 1 TO WRK-QTD-SEMANAS-TAB
                           MOVE SEMF-ANO-FISCAL
                             TO WRK-TS-ANO(WRK-QTD-SEMANAS-TAB)
                           MOVE SEMF-SEMANA
                             TO WRK-TS-SEMANA(WRK-QTD-SEMANAS-TAB)
                           MOVE SEMF-PERIODO
                             TO WRK-TS-PERIODO(WRK-QTD-SEMANAS-TAB)
                           MOVE SEMF-DATA-INICIO
                             TO WRK-TS-INICIO(WRK-QTD-SEMANAS-TAB)
                           MOVE SEMF-DATA-FIM
                             TO WRK-TS-FIM(WRK-QTD-SEMANAS-TAB)
                   END-IF
           END-READ.
       0200-COMPARAR-SEMANA.
           MOVE ZEROS TO WRK-INICIO-ATUAL WRK-FIM-ATUAL
                         WRK-INICIO-ANT WRK-FIM-ANT WRK-PERIODO.
           MOVE ZEROS TO WRK-IDX-SEM.
           PERFORM 0210-LOCALIZAR-SEMANA
                   UNTIL WRK-IDX-SEM >= WRK-QTD-SEMANAS-TAB.
           IF WRK-INICIO-ATUAL = ZEROS
                   MOVE SPACES TO WRK-LINHA-TITULO
                   STRING 'SEMANA ' WRK-ANO-ATUAL '/' WRK-SEMANA
                          ' NAO CONSTA DO CALENDARIO 4-5-4'
                          DELIMITED BY SIZE INTO WRK-LINHA-TITULO
                   WRITE REP-LINHA FROM WRK-LINHA-TITULO
                   DISPLAY WRK-LINHA-TITULO
           ELSE
                   PERFORM 0220-PROCESSAR-SEMANA
           END-IF.
           ADD 1 TO WRK-SEMANA.
       0210-LOCALIZAR-SEMANA.
           ADD 1 TO WRK-IDX-SEM.
           IF WRK-TS-SEMANA(WRK-IDX-SEM) = WRK-SEMANA
                   IF WRK-TS-ANO(WRK-IDX-SEM) = WRK-ANO-ATUAL
                           MOVE WRK-TS-INICIO(WRK-IDX-SEM)
                               TO WRK-INICIO-ATUAL
                           MOVE WRK-TS-FIM(WRK-IDX-SEM)
                               TO WRK-FIM-ATUAL
                           MOVE WRK-TS-PERIODO(WRK-IDX-SEM)
                               TO WRK-PERIODO
                   ELSE
                           MOVE WRK-TS-INICIO(WRK-IDX-SEM)
                               TO WRK-INICIO-ANT
                           MOVE WRK-TS-FIM(WRK-IDX-SEM)
                               TO WRK-FIM-ANT
                   END-IF
           END-IF.
       0220-PROCESSAR-SEMANA.
           MOVE ZEROS TO WRK-TAB-LOJAS WRK-TOT-ATUAL WRK-TOT-ANT.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING 'SEMANA ' WRK-ANO-ATUAL '/' WRK-SEMANA
                  ' P' WRK-PERIODO ' ' WRK-INICIO-ATUAL '-'
                  WRK-FIM-ATUAL ' X ' WRK-INICIO-ANT '-'
                  WRK-FIM-ANT
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           MOVE 'A' TO WRK-SW-ANO-VARRE.
           MOVE WRK-INICIO-ATUAL TO WRK-INICIO-VARRE.
           MOVE WRK-FIM-ATUAL    TO WRK-FIM-VARRE.
           PERFORM 0230-SOMAR-VENDAS.
           IF WRK-INICIO-ANT = ZEROS
                   MOVE SPACES TO WRK-LINHA-TITULO
                   STRING 'ANO ' WRK-ANO-ANT ' SEM A SEMANA '
                          WRK-SEMANA ' - SEM BASE DE COMPARACAO'
                          DELIMITED BY SIZE INTO WRK-LINHA-TITULO
                   WRITE REP-LINHA FROM WRK-LINHA-TITULO
                   DISPLAY WRK-LINHA-TITULO
           ELSE
                   MOVE 'P' TO WRK-SW-ANO-VARRE
                   MOVE WRK-INICIO-ANT TO WRK-INICIO-VARRE
                   MOVE WRK-FIM-ANT    TO WRK-FIM-VARRE
                   PERFORM 0230-SOMAR-VENDAS
           END-IF.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 0250-LISTAR-LOJA UNTIL WRK-IDX >= 999.
           MOVE WRK-TOT-ATUAL TO WRK-LT-ATUAL.
           MOVE WRK-TOT-ANT   TO WRK-LT-ANT.
           IF WRK-TOT-ANT NOT = ZEROS
                   COMPUTE WRK-CRESC ROUNDED =
                           ((WRK-TOT-ATUAL - WRK-TOT-ANT) * 100)
                           / WRK-TOT-ANT
           ELSE
                   MOVE ZEROS TO WRK-CRESC
           END-IF.
           MOVE WRK-CRESC TO WRK-LT-PERC.
           WRITE REP-LINHA FROM WRK-LINHA-TOT.
           DISPLAY WRK-LINHA-TOT.
       0230-SOMAR-VENDAS.
           MOVE 'N' TO WRK-SW-FIM.
           MOVE WRK-INICIO-VARRE TO SALES-DATA.
           START SALES-FILE KEY >= SALES-DATA
               INVALID KEY
                   MOVE 'S' TO WRK-SW-FIM
           END-START.
           PERFORM 0235-LER-VENDA UNTIL WRK-FIM-ARQUIVO.
       0235-LER-VENDA.
           READ SALES-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF SALES-DATA > WRK-FIM-VARRE
                           MOVE 'S' TO WRK-SW-FIM
                   ELSE
                           IF SALES-DATA(7:2) NOT = '00'
                              AND SALES-LOJA > 0
                                   PERFORM 0240-ACUMULAR-VENDA
                           END-IF
                   END-IF
           END-READ.
       0240-ACUMULAR-VENDA.
           IF WRK-VARRE-ATUAL
                   ADD SALES-TOTAL TO WRK-TL-ATUAL(SALES-LOJA)
                   ADD SALES-TOTAL TO WRK-TOT-ATUAL
           ELSE
                   ADD SALES-TOTAL TO WRK-TL-ANT(SALES-LOJA)
                   ADD SALES-TOTAL TO WRK-TOT-ANT
           END-IF.
       0250-LISTAR-LOJA.
           ADD 1 TO WRK-IDX.
           IF WRK-TL-ATUAL(WRK-IDX) NOT = ZEROS
              OR WRK-TL-ANT(WRK-IDX) NOT = ZEROS
                   ADD 1 TO WRK-CONTADOR
                   PERFORM 0260-CONSULTAR-MESTRE
                   IF WRK-TL-ANT(WRK-IDX) NOT = ZEROS
                           COMPUTE WRK-CRESC ROUNDED =
                                   ((WRK-TL-ATUAL(WRK-IDX)
                                   - WRK-TL-ANT(WRK-IDX)) * 100)
                                   / WRK-TL-ANT(WRK-IDX)
                   ELSE
                           MOVE ZEROS TO WRK-CRESC
                   END-IF
                   MOVE WRK-IDX               TO WRK-LC-LOJA
                   MOVE WRK-NOME-LOJA         TO WRK-LC-NOME
                   MOVE WRK-TL-ATUAL(WRK-IDX) TO WRK-LC-ATUAL
                   MOVE WRK-TL-ANT(WRK-IDX)   TO WRK-LC-ANT
                   MOVE WRK-CRESC             TO WRK-LC-PERC
                   WRITE REP-LINHA FROM WRK-LINHA-COMP
                   DISPLAY WRK-LINHA-COMP
           END-IF.
       0260-CONSULTAR-MESTRE.
           MOVE SPACES TO WRK-NOME-LOJA.
           OPEN INPUT MASTER-FILE.
           MOVE 'L'     TO MASTER-TIPO.
           MOVE WRK-IDX TO MASTER-CODIGO.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'LOJA NAO CADASTRADA' TO WRK-NOME-LOJA
               NOT INVALID KEY
                   MOVE MASTER-NOME TO WRK-NOME-LOJA
           END-READ.
           CLOSE MASTER-FILE.
       0300-FINALIZAR.
           CLOSE REPORT-FILE.
           DISPLAY 'LINHAS DE LOJA ===> ' WRK-CONTADOR.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB144' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB144' TO OPLOG-PROGRAMA.
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
