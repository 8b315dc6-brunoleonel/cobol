       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB165.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = PLANEJADOR DA CONTAGEM CICLICA DE ESTOQUE
      *            POR CURVA ABC (ABCCLASS.DAT, CICLO.DAT E
      *            LISTAS DIARIAS CICLnnn.IN NO LAYOUT DO
      *            CONTAGEM.IN DO PROGCOB58)
      * DATA = XX/XX/XXXX
      * 209 - CLASSIFICA CADA PRODUTO DA LOJA PELA VENDA DOS
      *       ULTIMOS 90 DIAS (PRODSLS.DAT): 'A' ATE 80% DO
      *       VALOR ACUMULADO, 'B' ATE 95% E 'C' O RESTANTE,
      *       MAIS OS PRODUTOS COM SALDO E SEM VENDA. PROGRAMA
      *       A CONTAGEM DO DIA ('A' A CADA 30 DIAS, 'B' A CADA
      *       90 E 'C' A CADA 365, DISTRIBUIDOS PELO CODIGO DO
      *       PRODUTO), GRAVA A LISTA DA LOJA PRE-PREENCHIDA
      *       (QUANTIDADE EM BRANCO, MOTIVO 'CICL') E A AGENDA
      *       EM CICLO.DAT, E IMPRIME O CUMPRIMENTO DOS ULTIMOS
      *       30 DIAS (CONTAGENS PROGRAMADAS X DEVOLVIDAS)
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODSLS-FILE ASSIGN TO 'PRODSLS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PSL-CHAVE
               FILE STATUS IS WRK-FS-PRODSLS.
           SELECT ESTOQUE-FILE ASSIGN TO 'ESTOQUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT ABCCLASS-FILE ASSIGN TO 'ABCCLASS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABC-CHAVE
               FILE STATUS IS WRK-FS-ABCCLASS.
           SELECT CICLO-FILE ASSIGN TO 'CICLO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIC-CHAVE
               FILE STATUS IS WRK-FS-CICLO.
           SELECT LISTA-FILE ASSIGN TO WRK-NOME-ARQ-LISTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LISTA.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB165.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODSLS-FILE.
           COPY 'PSLSREC.cob'.
       FD  ESTOQUE-FILE.
           COPY 'ESTQREC.cob'.
       FD  ABCCLASS-FILE.
           COPY 'CABCREC.cob'.
       FD  CICLO-FILE.
           COPY 'CICLREC.cob'.
       FD  LISTA-FILE.
       01  CNT-REGISTRO.
           02 CNT-LOJA      PIC 9(03).
           02 CNT-PRODUTO   PIC 9(05).
           02 CNT-QTDE      PIC X(05).
           02 CNT-MOTIVO    PIC X(04).
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-PRODSLS  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODSLS==.
       77 WRK-FS-ESTOQUE  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ESTOQUE==.
       77 WRK-FS-ABCCLASS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ABCCLASS==.
       77 WRK-FS-CICLO    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CICLO==.
       77 WRK-FS-LISTA    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-LISTA==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-SW-DATA     PIC X(01) VALUE 'N'.
           88 WRK-DATA-ABERTA VALUE 'S'.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO VALUE 'S'.
       77 WRK-DIAS-CURVA  PIC 9(03) VALUE 90.
       77 WRK-DIAS-CUMPRIMENTO PIC 9(03) VALUE 30.
       01 WRK-DATA-SERIAL.
           02 WRK-SER-ANO PIC 9(04).
           02 WRK-SER-MES PIC 9(02).
           02 WRK-SER-DIA PIC 9(02).
       01 WRK-DIAS-ANTES-DADOS.
           02 FILLER PIC X(36)
              VALUE '000031059090120151181212243273304334'.
       01 WRK-DIAS-ANTES REDEFINES WRK-DIAS-ANTES-DADOS.
           02 WRK-DA-DIAS PIC 9(03) OCCURS 12 TIMES.
       77 WRK-SER-ANOS    PIC 9(04) VALUE ZEROS.
       77 WRK-SER-QUOC    PIC 9(06) VALUE ZEROS.
       77 WRK-SER-RESTO4  PIC 9(04) VALUE ZEROS.
       77 WRK-SER-RESTO100 PIC 9(04) VALUE ZEROS.
       77 WRK-SER-RESTO400 PIC 9(04) VALUE ZEROS.
       77 WRK-SERIAL-SAIDA PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-CORTE PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-CUMPR PIC 9(07) VALUE ZEROS.
       01 WRK-TAB-ITENS.
           02 WRK-TI-ENTRADA OCCURS 3000 TIMES.
               03 WRK-TI-PRODUTO PIC 9(05).
               03 WRK-TI-VALOR   PIC S9(11)V99.
               03 WRK-TI-CLASSE  PIC X(01).
       77 WRK-QTD-ITENS   PIC 9(04) VALUE ZEROS.
       77 WRK-IDX         PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-MAIOR   PIC 9(04) VALUE ZEROS.
       77 WRK-SW-ACHOU    PIC X(01) VALUE 'N'.
           88 WRK-ITEM-ACHADO VALUE 'S'.
       77 WRK-LOJA-ATUAL  PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-LOJA    PIC S9(13)V99 VALUE ZEROS.
       77 WRK-ACUMULADO   PIC S9(13)V99 VALUE ZEROS.
       77 WRK-QTD-DESCARTE PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-A       PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-B       PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-C       PIC 9(07) VALUE ZEROS.
       77 WRK-INTERVALO   PIC 9(03) VALUE ZEROS.
       77 WRK-QUOCIENTE   PIC 9(07) VALUE ZEROS.
       77 WRK-RESTO-DIA   PIC 9(03) VALUE ZEROS.
       77 WRK-RESTO-PROD  PIC 9(03) VALUE ZEROS.
       77 WRK-SW-LISTA    PIC X(01) VALUE 'N'.
           88 WRK-LISTA-ABERTA VALUE 'S'.
       77 WRK-LOJA-LISTA  PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LISTAS  PIC 9(05) VALUE ZEROS.
       01 WRK-NOME-ARQ-LISTA.
           02 FILLER        PIC X(04) VALUE 'CICL'.
           02 WRK-NL-LOJA   PIC 9(03).
           02 FILLER        PIC X(03) VALUE '.IN'.
       01 WRK-TAB-CUMPRIMENTO.
           02 WRK-TC-ENTRADA OCCURS 999 TIMES.
               03 WRK-TC-PROG  PIC 9(07).
               03 WRK-TC-DEVOL PIC 9(07).
       77 WRK-PERC-CUMPR  PIC 9(03)V9 VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(07) VALUE ZEROS.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-LISTA.
           02 FILLER          PIC X(05) VALUE 'LOJA '.
           02 WRK-LL-LOJA     PIC 9(03).
           02 FILLER          PIC X(09) VALUE ' ARQUIVO '.
           02 WRK-LL-ARQUIVO  PIC X(10).
           02 FILLER          PIC X(03) VALUE ' A '.
           02 WRK-LL-A        PIC ZZZZ9.
           02 FILLER          PIC X(03) VALUE ' B '.
           02 WRK-LL-B        PIC ZZZZ9.
           02 FILLER          PIC X(03) VALUE ' C '.
           02 WRK-LL-C        PIC ZZZZ9.
           02 FILLER          PIC X(19) VALUE SPACES.
       77 WRK-LISTA-A     PIC 9(05) VALUE ZEROS.
       77 WRK-LISTA-B     PIC 9(05) VALUE ZEROS.
       77 WRK-LISTA-C     PIC 9(05) VALUE ZEROS.
       01 WRK-LINHA-PENDENTE.
           02 FILLER          PIC X(05) VALUE 'LOJA '.
           02 WRK-LP-LOJA     PIC 9(03).
           02 FILLER          PIC X(04) VALUE ' PR '.
           02 WRK-LP-PRODUTO  PIC 9(05).
           02 FILLER          PIC X(08) VALUE ' CLASSE '.
           02 WRK-LP-CLASSE   PIC X(01).
           02 FILLER          PIC X(12) VALUE ' PROGRAMADA '.
           02 WRK-LP-DATA     PIC 9(08).
           02 FILLER          PIC X(15) VALUE ' NAO DEVOLVIDA'.
           02 FILLER          PIC X(09) VALUE SPACES.
       01 WRK-LINHA-CUMPR.
           02 FILLER          PIC X(05) VALUE 'LOJA '.
           02 WRK-LC-LOJA     PIC 9(03).
           02 FILLER          PIC X(13) VALUE ' PROGRAMADAS '.
           02 WRK-LC-PROG     PIC ZZZZZZ9.
           02 FILLER          PIC X(12) VALUE ' DEVOLVIDAS '.
           02 WRK-LC-DEVOL    PIC ZZZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LC-PERC     PIC ZZ9,9.
           02 FILLER          PIC X(01) VALUE '%'.
           02 FILLER          PIC X(16) VALUE SPACES.
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
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
           IF WRK-DATA-ABERTA
                   PERFORM 0200-CLASSIFICAR
                   PERFORM 0250-INCLUIR-SEM-VENDA
                   PERFORM 0270-PROGRAMAR
                   PERFORM 0350-CUMPRIMENTO
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO NOT = 'S'
                   DISPLAY 'SEM DATA DE NEGOCIO ABERTA - '
                           'PLANEJAMENTO RECUSADO'
                   MOVE 8 TO RETURN-CODE
           ELSE
                   MOVE 'S'         TO WRK-SW-DATA
                   MOVE WRK-BD-DATA TO WRK-DATA-HOJE
                   MOVE WRK-DATA-HOJE TO WRK-DATA-SERIAL
                   PERFORM 0150-CALCULAR-SERIAL
                   MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-HOJE
                   COMPUTE WRK-SERIAL-CORTE =
                           WRK-SERIAL-HOJE - WRK-DIAS-CURVA
                   COMPUTE WRK-SERIAL-CUMPR =
                           WRK-SERIAL-HOJE - WRK-DIAS-CUMPRIMENTO
                   MOVE ZEROS TO WRK-TAB-CUMPRIMENTO
                   OPEN OUTPUT REPORT-FILE
                   MOVE 'CONTAGEM CICLICA ABC' TO WRK-CAB-TITULO
                   MOVE WRK-DATA-HOJE TO WRK-CAB-DATA
                   WRITE REP-LINHA FROM WRK-CABECALHO-REL
           END-IF.
       0150-CALCULAR-SERIAL.
           COMPUTE WRK-SER-ANOS = WRK-SER-ANO - 1.
           DIVIDE WRK-SER-ANOS BY 4 GIVING WRK-SER-QUOC.
           COMPUTE WRK-SERIAL-SAIDA = (WRK-SER-ANOS * 365)
                   + WRK-SER-QUOC.
           DIVIDE WRK-SER-ANOS BY 100 GIVING WRK-SER-QUOC.
           SUBTRACT WRK-SER-QUOC FROM WRK-SERIAL-SAIDA.
           DIVIDE WRK-SER-ANOS BY 400 GIVING WRK-SER-QUOC.
           ADD WRK-SER-QUOC TO WRK-SERIAL-SAIDA.
           IF WRK-SER-MES >= 1 AND WRK-SER-MES <= 12
                   ADD WRK-DA-DIAS(WRK-SER-MES) TO WRK-SERIAL-SAIDA
           END-IF.
           ADD WRK-SER-DIA TO WRK-SERIAL-SAIDA.
           IF WRK-SER-MES > 2
                   DIVIDE WRK-SER-ANO BY 4 GIVING WRK-SER-QUOC
                           REMAINDER WRK-SER-RESTO4
                   DIVIDE WRK-SER-ANO BY 100 GIVING WRK-SER-QUOC
                           REMAINDER WRK-SER-RESTO100
                   DIVIDE WRK-SER-ANO BY 400 GIVING WRK-SER-QUOC
                           REMAINDER WRK-SER-RESTO400
                   IF WRK-SER-RESTO400 = 0
                      OR (WRK-SER-RESTO4 = 0
                          AND WRK-SER-RESTO100 NOT = 0)
                           ADD 1 TO WRK-SERIAL-SAIDA
                   END-IF
           END-IF.
       0200-CLASSIFICAR.
           OPEN OUTPUT ABCCLASS-FILE.
           CLOSE ABCCLASS-FILE.
           OPEN I-O ABCCLASS-FILE.
           MOVE ZEROS TO WRK-QTD-ITENS WRK-LOJA-ATUAL.
           MOVE 'N'   TO WRK-SW-FIM.
           OPEN INPUT PRODSLS-FILE.
           IF WRK-FS-PRODSLS-OK
                   PERFORM 0210-LER-VENDA UNTIL WRK-FIM-ARQUIVO
           ELSE
                   DISPLAY 'PRODSLS.DAT NAO ENCONTRADO - PRODUTOS '
                           'COM SALDO ENTRAM COMO C'
           END-IF.
           CLOSE PRODSLS-FILE.
           IF WRK-QTD-ITENS > ZEROS
                   PERFORM 0220-FECHAR-LOJA
           END-IF.
       0210-LER-VENDA.
           READ PRODSLS-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF PSL-LOJA NOT = WRK-LOJA-ATUAL
                           IF WRK-QTD-ITENS > ZEROS
                                   PERFORM 0220-FECHAR-LOJA
                           END-IF
                           MOVE PSL-LOJA TO WRK-LOJA-ATUAL
                           MOVE ZEROS    TO WRK-QTD-ITENS
                   END-IF
                   MOVE PSL-DATA TO WRK-DATA-SERIAL
                   PERFORM 0150-CALCULAR-SERIAL
                   IF WRK-SERIAL-SAIDA > WRK-SERIAL-CORTE
                      AND WRK-SERIAL-SAIDA <= WRK-SERIAL-HOJE
                           PERFORM 0215-ACUMULAR-ITEM
                   END-IF
           END-READ.
       0215-ACUMULAR-ITEM.
           MOVE 'N'   TO WRK-SW-ACHOU.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 0216-COMPARAR-ITEM
                   UNTIL WRK-IDX >= WRK-QTD-ITENS
                      OR WRK-ITEM-ACHADO.
           IF WRK-ITEM-ACHADO
                   ADD PSL-VALOR TO WRK-TI-VALOR(WRK-IDX)
           ELSE
                   IF WRK-QTD-ITENS < 3000
                           ADD 1 TO WRK-QTD-ITENS
                           MOVE PSL-PRODUTO
                               TO WRK-TI-PRODUTO(WRK-QTD-ITENS)
                           MOVE PSL-VALOR
                               TO WRK-TI-VALOR(WRK-QTD-ITENS)
                           MOVE SPACES
                               TO WRK-TI-CLASSE(WRK-QTD-ITENS)
                   ELSE
                           ADD 1 TO WRK-QTD-DESCARTE
                           DISPLAY 'TABELA DE PRODUTOS CHEIA - LOJA '
                                   PSL-LOJA ' PRODUTO ' PSL-PRODUTO
                                   ' FICA COMO C'
                   END-IF
           END-IF.
       0216-COMPARAR-ITEM.
           ADD 1 TO WRK-IDX.
           IF WRK-TI-PRODUTO(WRK-IDX) = PSL-PRODUTO
                   MOVE 'S' TO WRK-SW-ACHOU
           END-IF.
       0220-FECHAR-LOJA.
           MOVE ZEROS TO WRK-TOT-LOJA WRK-ACUMULADO WRK-IDX.
           PERFORM 0221-SOMAR-POSITIVO UNTIL WRK-IDX >= WRK-QTD-ITENS.
           MOVE 1 TO WRK-IDX-MAIOR.
           PERFORM 0225-SELECIONAR-MAIOR
                   UNTIL WRK-IDX-MAIOR = ZEROS.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 0228-GRAVAR-CLASSE UNTIL WRK-IDX >= WRK-QTD-ITENS.
       0221-SOMAR-POSITIVO.
           ADD 1 TO WRK-IDX.
           IF WRK-TI-VALOR(WRK-IDX) > ZEROS
                   ADD WRK-TI-VALOR(WRK-IDX) TO WRK-TOT-LOJA
           END-IF.
       0225-SELECIONAR-MAIOR.
           MOVE ZEROS TO WRK-IDX-MAIOR WRK-IDX.
           PERFORM 0226-COMPARAR-MAIOR UNTIL WRK-IDX >= WRK-QTD-ITENS.
           IF WRK-IDX-MAIOR > ZEROS
                   IF (WRK-ACUMULADO * 100) < (WRK-TOT-LOJA * 80)
                           MOVE 'A' TO WRK-TI-CLASSE(WRK-IDX-MAIOR)
                   ELSE
                           IF (WRK-ACUMULADO * 100)
                              < (WRK-TOT-LOJA * 95)
                                   MOVE 'B'
                                     TO WRK-TI-CLASSE(WRK-IDX-MAIOR)
                           ELSE
                                   MOVE 'C'
                                     TO WRK-TI-CLASSE(WRK-IDX-MAIOR)
                           END-IF
                   END-IF
                   ADD WRK-TI-VALOR(WRK-IDX-MAIOR) TO WRK-ACUMULADO
           END-IF.
       0226-COMPARAR-MAIOR.
           ADD 1 TO WRK-IDX.
           IF WRK-TI-CLASSE(WRK-IDX) = SPACES
              AND WRK-TI-VALOR(WRK-IDX) > ZEROS
                   IF WRK-IDX-MAIOR = ZEROS
                           MOVE WRK-IDX TO WRK-IDX-MAIOR
                   ELSE
                           IF WRK-TI-VALOR(WRK-IDX)
                              > WRK-TI-VALOR(WRK-IDX-MAIOR)
                                   MOVE WRK-IDX TO WRK-IDX-MAIOR
                           END-IF
                   END-IF
           END-IF.
       0228-GRAVAR-CLASSE.
           ADD 1 TO WRK-IDX.
           IF WRK-TI-CLASSE(WRK-IDX) = SPACES
                   MOVE 'C' TO WRK-TI-CLASSE(WRK-IDX)
           END-IF.
           MOVE WRK-LOJA-ATUAL          TO ABC-LOJA.
           MOVE WRK-TI-PRODUTO(WRK-IDX) TO ABC-PRODUTO.
           MOVE WRK-TI-CLASSE(WRK-IDX)  TO ABC-CLASSE.
           MOVE WRK-TI-VALOR(WRK-IDX)   TO ABC-VALOR-90.
           MOVE WRK-DATA-HOJE           TO ABC-DATA-CLASSIF.
           WRITE ABC-REGISTRO.
           PERFORM 0230-CONTAR-CLASSE.
       0230-CONTAR-CLASSE.
           EVALUATE TRUE
                   WHEN ABC-CLASSE-A
                             ADD 1 TO WRK-QTD-A
                   WHEN ABC-CLASSE-B
                             ADD 1 TO WRK-QTD-B
                   WHEN OTHER
                             ADD 1 TO WRK-QTD-C
           END-EVALUATE.
       0250-INCLUIR-SEM-VENDA.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT ESTOQUE-FILE.
           IF WRK-FS-ESTOQUE-OK
                   PERFORM 0255-LER-ESTOQUE UNTIL WRK-FIM-ARQUIVO
           END-IF.
           CLOSE ESTOQUE-FILE.
           CLOSE ABCCLASS-FILE.
       0255-LER-ESTOQUE.
           READ ESTOQUE-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF EST-SALDO > ZEROS
                           MOVE EST-LOJA    TO ABC-LOJA
                           MOVE EST-PRODUTO TO ABC-PRODUTO
                           READ ABCCLASS-FILE
                               INVALID KEY
                                   MOVE 'C'   TO ABC-CLASSE
                                   MOVE ZEROS TO ABC-VALOR-90
                                   MOVE WRK-DATA-HOJE
                                       TO ABC-DATA-CLASSIF
                                   WRITE ABC-REGISTRO
                                   ADD 1 TO WRK-QTD-C
                           END-READ
                   END-IF
           END-READ.
       0270-PROGRAMAR.
           OPEN I-O CICLO-FILE.
           IF WRK-FS-CICLO-ARQ-INEXISTENTE
                   CLOSE CICLO-FILE
                   OPEN OUTPUT CICLO-FILE
                   CLOSE CICLO-FILE
                   OPEN I-O CICLO-FILE
           END-IF.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- LISTAS DE CONTAGEM DO DIA ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           MOVE 'N' TO WRK-SW-FIM WRK-SW-LISTA.
           OPEN INPUT ABCCLASS-FILE.
           IF WRK-FS-ABCCLASS-OK
                   PERFORM 0275-LER-CLASSE UNTIL WRK-FIM-ARQUIVO
           END-IF.
           CLOSE ABCCLASS-FILE.
           IF WRK-LISTA-ABERTA
                   PERFORM 0285-FECHAR-LISTA
           END-IF.
           CLOSE CICLO-FILE.
       0275-LER-CLASSE.
           READ ABCCLASS-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   EVALUATE TRUE
                           WHEN ABC-CLASSE-A
                                     MOVE 30  TO WRK-INTERVALO
                           WHEN ABC-CLASSE-B
                                     MOVE 90  TO WRK-INTERVALO
                           WHEN OTHER
                                     MOVE 365 TO WRK-INTERVALO
                   END-EVALUATE
                   DIVIDE WRK-SERIAL-HOJE BY WRK-INTERVALO
                           GIVING WRK-QUOCIENTE
                           REMAINDER WRK-RESTO-DIA
                   DIVIDE ABC-PRODUTO BY WRK-INTERVALO
                           GIVING WRK-QUOCIENTE
                           REMAINDER WRK-RESTO-PROD
                   IF WRK-RESTO-DIA = WRK-RESTO-PROD
                           PERFORM 0280-AGENDAR-CONTAGEM
                   END-IF
           END-READ.
       0280-AGENDAR-CONTAGEM.
           IF NOT WRK-LISTA-ABERTA
              OR ABC-LOJA NOT = WRK-LOJA-LISTA
                   IF WRK-LISTA-ABERTA
                           PERFORM 0285-FECHAR-LISTA
                   END-IF
                   MOVE ABC-LOJA TO WRK-LOJA-LISTA WRK-NL-LOJA
                   MOVE ZEROS    TO WRK-LISTA-A WRK-LISTA-B
                                    WRK-LISTA-C
                   OPEN OUTPUT LISTA-FILE
                   MOVE 'S' TO WRK-SW-LISTA
                   ADD 1 TO WRK-QTD-LISTAS
           END-IF.
           MOVE ABC-LOJA    TO CNT-LOJA.
           MOVE ABC-PRODUTO TO CNT-PRODUTO.
           MOVE SPACES      TO CNT-QTDE.
           MOVE 'CICL'      TO CNT-MOTIVO.
           WRITE CNT-REGISTRO.
           ADD 1 TO WRK-CONTADOR.
           EVALUATE TRUE
                   WHEN ABC-CLASSE-A
                             ADD 1 TO WRK-LISTA-A
                   WHEN ABC-CLASSE-B
                             ADD 1 TO WRK-LISTA-B
                   WHEN OTHER
                             ADD 1 TO WRK-LISTA-C
           END-EVALUATE.
           MOVE ABC-LOJA      TO CIC-LOJA.
           MOVE ABC-PRODUTO   TO CIC-PRODUTO.
           MOVE WRK-DATA-HOJE TO CIC-DATA-PROG.
           MOVE ABC-CLASSE    TO CIC-CLASSE.
           MOVE 'P'           TO CIC-STATUS.
           MOVE ZEROS         TO CIC-DATA-DEVOL CIC-QTDE-CONTADA.
           WRITE CIC-REGISTRO
               INVALID KEY
                   CONTINUE
           END-WRITE.
       0285-FECHAR-LISTA.
           CLOSE LISTA-FILE.
           MOVE 'N'                TO WRK-SW-LISTA.
           MOVE WRK-LOJA-LISTA     TO WRK-LL-LOJA.
           MOVE WRK-NOME-ARQ-LISTA TO WRK-LL-ARQUIVO.
           MOVE WRK-LISTA-A        TO WRK-LL-A.
           MOVE WRK-LISTA-B        TO WRK-LL-B.
           MOVE WRK-LISTA-C        TO WRK-LL-C.
           WRITE REP-LINHA FROM WRK-LINHA-LISTA.
           DISPLAY WRK-LINHA-LISTA.
       0350-CUMPRIMENTO.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- CONTAGENS PROGRAMADAS NAO DEVOLVIDAS ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT CICLO-FILE.
           IF WRK-FS-CICLO-OK
                   PERFORM 0355-LER-AGENDA UNTIL WRK-FIM-ARQUIVO
           END-IF.
           CLOSE CICLO-FILE.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- CUMPRIMENTO POR LOJA (ULTIMOS 30 DIAS) ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 0360-LISTAR-CUMPRIMENTO UNTIL WRK-IDX >= 999.
       0355-LER-AGENDA.
           READ CICLO-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   MOVE CIC-DATA-PROG TO WRK-DATA-SERIAL
                   PERFORM 0150-CALCULAR-SERIAL
                   IF WRK-SERIAL-SAIDA > WRK-SERIAL-CUMPR
                      AND CIC-DATA-PROG < WRK-DATA-HOJE
                      AND CIC-LOJA > ZEROS
                           ADD 1 TO WRK-TC-PROG(CIC-LOJA)
                           IF CIC-DEVOLVIDA
                                   ADD 1 TO WRK-TC-DEVOL(CIC-LOJA)
                           ELSE
                                   ADD 1 TO WRK-QTD-PENDENTES
                                   MOVE CIC-LOJA      TO WRK-LP-LOJA
                                   MOVE CIC-PRODUTO   TO WRK-LP-PRODUTO
                                   MOVE CIC-CLASSE    TO WRK-LP-CLASSE
                                   MOVE CIC-DATA-PROG TO WRK-LP-DATA
                                   WRITE REP-LINHA
                                       FROM WRK-LINHA-PENDENTE
                           END-IF
                   END-IF
           END-READ.
       0360-LISTAR-CUMPRIMENTO.
           ADD 1 TO WRK-IDX.
           IF WRK-TC-PROG(WRK-IDX) > ZEROS
                   COMPUTE WRK-PERC-CUMPR ROUNDED =
                           (WRK-TC-DEVOL(WRK-IDX) * 100)
                           / WRK-TC-PROG(WRK-IDX)
                   MOVE WRK-IDX              TO WRK-LC-LOJA
                   MOVE WRK-TC-PROG(WRK-IDX)  TO WRK-LC-PROG
                   MOVE WRK-TC-DEVOL(WRK-IDX) TO WRK-LC-DEVOL
                   MOVE WRK-PERC-CUMPR       TO WRK-LC-PERC
                   WRITE REP-LINHA FROM WRK-LINHA-CUMPR
                   DISPLAY WRK-LINHA-CUMPR
           END-IF.
       0300-FINALIZAR.
           IF WRK-DATA-ABERTA
                   CLOSE REPORT-FILE
                   DISPLAY 'PRODUTOS CLASSE A ===> ' WRK-QTD-A
                   DISPLAY 'PRODUTOS CLASSE B ===> ' WRK-QTD-B
                   DISPLAY 'PRODUTOS CLASSE C ===> ' WRK-QTD-C
                   DISPLAY 'LISTAS DE CONTAGEM GERADAS ===> '
                           WRK-QTD-LISTAS
                   DISPLAY 'CONTAGENS PROGRAMADAS HOJE ===> '
                           WRK-CONTADOR
                   DISPLAY 'PROGRAMADAS NAO DEVOLVIDAS ===> '
                           WRK-QTD-PENDENTES
           END-IF.
           IF WRK-QTD-DESCARTE > ZEROS
                   DISPLAY 'PRODUTOS FORA DA TABELA (CLASSE C) ===> '
                           WRK-QTD-DESCARTE
                   MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB165' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB165' TO OPLOG-PROGRAMA.
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
