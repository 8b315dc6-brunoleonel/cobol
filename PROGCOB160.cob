       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB160.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = RELATORIO SEMANAL DO PERFIL HORARIO DE VENDAS
      *            E CONVERSAO DO FLUXO DE CADA LOJA
      *            (VENDMOV.DAT DO PROGCOB15 E FLUXO.DAT DO
      *            PROGCOB159)
      * DATA = XX/XX/XXXX
      * 205 - NOS 7 DIAS ATE A DATA INFORMADA, POR LOJA E HORA
      *       (VNM-HORA/FLX-HORA): VENDA LIQUIDA (VENDA MENOS
      *       DEVOLUCAO E CANCELAMENTO), TICKETS DE VENDA,
      *       VISITANTES, CONVERSAO (TICKETS/VISITANTES) E
      *       TICKET MEDIO; VENDA SEM HORA INFORMADA FICA NA
      *       LINHA S/H. REPETE OS MESMOS NUMEROS POR DIA DA
      *       SEMANA E O TOTAL DA LOJA E DA REDE
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDMOV-FILE ASSIGN TO 'VENDMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VENDMOV.
           SELECT FLUXO-FILE ASSIGN TO 'FLUXO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FLX-CHAVE
               FILE STATUS IS WRK-FS-FLUXO.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB160.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDMOV-FILE.
           COPY 'VNDMREC.cob'.
       FD  FLUXO-FILE.
           COPY 'FLUXREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-VENDMOV  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-VENDMOV==.
       77 WRK-FS-FLUXO    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-FLUXO==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-FLUXO   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LOJAS   PIC 9(04) VALUE ZEROS.
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM    PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-SERIAL.
           02 WRK-SER-ANO PIC 9(04).
           02 WRK-SER-MES PIC 9(02).
           02 WRK-SER-DIA PIC 9(02).
       77 WRK-SERIAL-SAIDA PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-FIM  PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-INI  PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-MOV  PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-VAL.
           02 WRK-DV-DATA       PIC 9(08).
           02 WRK-DV-VALIDA     PIC X(01).
           02 WRK-DV-DIA-SEMANA PIC 9(01).
       77 WRK-DATA-SEMANA PIC 9(08) VALUE ZEROS.
       77 WRK-IDX-DIA     PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-HORA    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-LOJA    PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-FAIXA   PIC 9(02) VALUE ZEROS.
       01 WRK-HORA-MOV.
           02 WRK-HM-HH       PIC X(02).
           02 WRK-HM-HH-NUM REDEFINES WRK-HM-HH PIC 9(02).
           02 WRK-HM-MM       PIC X(02).
       01 WRK-TICKET-ANT.
           02 WRK-TA-LOJA     PIC 9(03).
           02 WRK-TA-DATA     PIC 9(08).
           02 WRK-TA-TICKET   PIC 9(06).
       01 WRK-TICKET-MOV.
           02 WRK-TM-LOJA     PIC 9(03).
           02 WRK-TM-DATA     PIC 9(08).
           02 WRK-TM-TICKET   PIC 9(06).
      *    FAIXAS 01-24 = HORAS 00-23, 25 = SEM HORA,
      *    26-32 = DIA DA SEMANA (SEGUNDA A DOMINGO)
       01 WRK-TAB-LOJAS.
           02 WRK-TL-ENTRADA OCCURS 999 TIMES.
               03 WRK-TL-ATIVA    PIC X(01).
               03 WRK-TL-FAIXA OCCURS 32 TIMES.
                   04 WRK-TL-VALOR    PIC S9(11)V99.
                   04 WRK-TL-TICKETS  PIC 9(07).
                   04 WRK-TL-VISIT    PIC 9(07).
       01 WRK-TAB-REDE.
           02 WRK-TR-FAIXA OCCURS 32 TIMES.
               03 WRK-TR-VALOR    PIC S9(11)V99.
               03 WRK-TR-TICKETS  PIC 9(07).
               03 WRK-TR-VISIT    PIC 9(07).
       01 WRK-TAB-NOMES-DIA.
           02 FILLER PIC X(05) VALUE 'SEG  '.
           02 FILLER PIC X(05) VALUE 'TER  '.
           02 FILLER PIC X(05) VALUE 'QUA  '.
           02 FILLER PIC X(05) VALUE 'QUI  '.
           02 FILLER PIC X(05) VALUE 'SEX  '.
           02 FILLER PIC X(05) VALUE 'SAB  '.
           02 FILLER PIC X(05) VALUE 'DOM  '.
       01 WRK-TAB-NOMES-DIA-R REDEFINES WRK-TAB-NOMES-DIA.
           02 WRK-NOME-DIA PIC X(05) OCCURS 7 TIMES.
       77 WRK-FX-VALOR    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-FX-TICKETS  PIC 9(07) VALUE ZEROS.
       77 WRK-FX-VISIT    PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-VALOR   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-TICKETS PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-VISIT   PIC 9(07) VALUE ZEROS.
       77 WRK-PCT-CALC    PIC S9(09)V9 VALUE ZEROS.
       77 WRK-MEDIO-CALC  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-ED-HORA     PIC 9(02) VALUE ZEROS.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-COLUNAS.
           02 FILLER PIC X(06) VALUE 'FAIXA '.
           02 FILLER PIC X(14) VALUE '   VENDA LIQ. '.
           02 FILLER PIC X(08) VALUE ' TICKETS'.
           02 FILLER PIC X(08) VALUE '  VISIT.'.
           02 FILLER PIC X(08) VALUE '  CONV. '.
           02 FILLER PIC X(10) VALUE '  TKT MED.'.
           02 FILLER PIC X(16) VALUE SPACES.
       01 WRK-LINHA-FAIXA.
           02 WRK-LF-ROTULO   PIC X(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LF-VALOR    PIC ZZ.ZZZ.ZZ9,99-.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LF-TICKETS  PIC ZZZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LF-VISIT    PIC ZZZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LF-CONV     PIC ZZ9,9.
           02 FILLER          PIC X(01) VALUE '%'.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LF-MEDIO    PIC ZZ.ZZ9,99-.
           02 FILLER          PIC X(16) VALUE SPACES.
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
           PERFORM 0200-LER-MOVIMENTO UNTIL WRK-FIM-VARRE.
           CLOSE VENDMOV-FILE.
           PERFORM 0250-ABRIR-FLUXO.
           PERFORM 0260-LER-FLUXO UNTIL WRK-FIM-VARRE.
           PERFORM 0300-LISTAR-LOJAS.
           PERFORM 0400-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE ZEROS TO WRK-TAB-LOJAS WRK-TAB-REDE WRK-TICKET-ANT.
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO = 'S'
                   MOVE WRK-BD-DATA TO WRK-DATA-HOJE
           ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'ULTIMO DIA DA SEMANA (AAAAMMDD, 00000000 '
                   'PARA A DATA DE NEGOCIO): '.
           ACCEPT  WRK-DATA-FIM FROM CONSOLE.
           IF WRK-DATA-FIM = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-FIM
           END-IF.
           MOVE WRK-DATA-FIM TO WRK-DATA-SERIAL.
           PERFORM 0150-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-FIM.
           COMPUTE WRK-SERIAL-INI = WRK-SERIAL-FIM - 6.
           OPEN INPUT VENDMOV-FILE.
           IF NOT WRK-FS-VENDMOV-OK
                   DISPLAY 'VENDMOV.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'PERFIL HORARIO' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
       0150-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL-SAIDA = (WRK-SER-ANO * 360)
                   + (WRK-SER-MES * 30) + WRK-SER-DIA.
       0160-OBTER-DIA-SEMANA.
           IF WRK-DV-DATA NOT = WRK-DATA-SEMANA
                   MOVE WRK-DV-DATA TO WRK-DATA-SEMANA
                   CALL 'PROGCOB39' USING WRK-DATA-VAL
                   IF WRK-DV-VALIDA = 'S'
                      AND WRK-DV-DIA-SEMANA > ZEROS
                           COMPUTE WRK-IDX-DIA =
                                   WRK-DV-DIA-SEMANA + 25
                   ELSE
                           MOVE ZEROS TO WRK-IDX-DIA
                   END-IF
           END-IF.
       0200-LER-MOVIMENTO.
           READ VENDMOV-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF VNM-LOJA > ZEROS
                           MOVE VNM-DATA TO WRK-DATA-SERIAL
                           PERFORM 0150-CALCULAR-SERIAL
                           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-MOV
                           IF WRK-SERIAL-MOV >= WRK-SERIAL-INI
                              AND WRK-SERIAL-MOV <= WRK-SERIAL-FIM
                                   PERFORM 0210-TRATAR-MOVIMENTO
                           END-IF
                   END-IF
           END-READ.
       0210-TRATAR-MOVIMENTO.
           ADD 1 TO WRK-CONTADOR.
           MOVE VNM-LOJA TO WRK-IDX-LOJA.
           MOVE 'S' TO WRK-TL-ATIVA(WRK-IDX-LOJA).
           MOVE VNM-HORA TO WRK-HORA-MOV.
           MOVE 25 TO WRK-IDX-HORA.
           IF WRK-HM-HH IS NUMERIC
                   IF WRK-HM-HH-NUM <= 23
                           COMPUTE WRK-IDX-HORA = WRK-HM-HH-NUM + 1
                   END-IF
           END-IF.
           MOVE VNM-DATA TO WRK-DV-DATA.
           PERFORM 0160-OBTER-DIA-SEMANA.
           MOVE ZEROS TO WRK-FX-TICKETS WRK-FX-VISIT.
           IF VNM-VENDA
                   MOVE VNM-VALOR TO WRK-FX-VALOR
                   MOVE VNM-LOJA   TO WRK-TM-LOJA
                   MOVE VNM-DATA   TO WRK-TM-DATA
                   MOVE VNM-TICKET TO WRK-TM-TICKET
                   IF WRK-TICKET-MOV NOT = WRK-TICKET-ANT
                           MOVE 1 TO WRK-FX-TICKETS
                           MOVE WRK-TICKET-MOV TO WRK-TICKET-ANT
                   END-IF
           ELSE
                   COMPUTE WRK-FX-VALOR = ZEROS - VNM-VALOR
           END-IF.
           MOVE WRK-IDX-HORA TO WRK-IDX-FAIXA.
           PERFORM 0220-SOMAR-FAIXA.
           IF WRK-IDX-DIA > ZEROS
                   MOVE WRK-IDX-DIA TO WRK-IDX-FAIXA
                   PERFORM 0220-SOMAR-FAIXA
           END-IF.
       0220-SOMAR-FAIXA.
           ADD WRK-FX-VALOR
               TO WRK-TL-VALOR(WRK-IDX-LOJA WRK-IDX-FAIXA)
                  WRK-TR-VALOR(WRK-IDX-FAIXA).
           ADD WRK-FX-TICKETS
               TO WRK-TL-TICKETS(WRK-IDX-LOJA WRK-IDX-FAIXA)
                  WRK-TR-TICKETS(WRK-IDX-FAIXA).
           ADD WRK-FX-VISIT
               TO WRK-TL-VISIT(WRK-IDX-LOJA WRK-IDX-FAIXA)
                  WRK-TR-VISIT(WRK-IDX-FAIXA).
       0250-ABRIR-FLUXO.
           MOVE 'N' TO WRK-SW-FIM.
           OPEN INPUT FLUXO-FILE.
           IF NOT WRK-FS-FLUXO-OK
                   DISPLAY 'FLUXO.DAT NAO ENCONTRADO - '
                           'RELATORIO SEM VISITANTES'
                   MOVE 'S' TO WRK-SW-FIM
           END-IF.
       0260-LER-FLUXO.
           READ FLUXO-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
                   CLOSE FLUXO-FILE
               NOT AT END
                   IF FLX-LOJA > ZEROS AND FLX-HORA <= 23
                           MOVE FLX-DATA TO WRK-DATA-SERIAL
                           PERFORM 0150-CALCULAR-SERIAL
                           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-MOV
                           IF WRK-SERIAL-MOV >= WRK-SERIAL-INI
                              AND WRK-SERIAL-MOV <= WRK-SERIAL-FIM
                                   PERFORM 0270-TRATAR-FLUXO
                           END-IF
                   END-IF
           END-READ.
       0270-TRATAR-FLUXO.
           ADD 1 TO WRK-QTD-FLUXO.
           MOVE FLX-LOJA TO WRK-IDX-LOJA.
           MOVE 'S' TO WRK-TL-ATIVA(WRK-IDX-LOJA).
           MOVE FLX-DATA TO WRK-DV-DATA.
           PERFORM 0160-OBTER-DIA-SEMANA.
           MOVE ZEROS TO WRK-FX-VALOR WRK-FX-TICKETS.
           MOVE FLX-VISITANTES TO WRK-FX-VISIT.
           COMPUTE WRK-IDX-FAIXA = FLX-HORA + 1.
           PERFORM 0220-SOMAR-FAIXA.
           IF WRK-IDX-DIA > ZEROS
                   MOVE WRK-IDX-DIA TO WRK-IDX-FAIXA
                   PERFORM 0220-SOMAR-FAIXA
           END-IF.
       0300-LISTAR-LOJAS.
           MOVE ZEROS TO WRK-IDX-LOJA.
           PERFORM 0310-LISTAR-LOJA UNTIL WRK-IDX-LOJA >= 999.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- REDE - 7 DIAS ATE ' WRK-DATA-FIM ' ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           PERFORM 0330-LISTAR-TITULO.
           MOVE ZEROS TO WRK-TOT-VALOR WRK-TOT-TICKETS
                         WRK-TOT-VISIT.
           MOVE ZEROS TO WRK-IDX-FAIXA.
           PERFORM 0340-LISTAR-FAIXA-REDE UNTIL WRK-IDX-FAIXA >= 32.
           PERFORM 0360-LISTAR-TOTAL.
       0310-LISTAR-LOJA.
           ADD 1 TO WRK-IDX-LOJA.
           IF WRK-TL-ATIVA(WRK-IDX-LOJA) = 'S'
                   ADD 1 TO WRK-QTD-LOJAS
                   MOVE SPACES TO WRK-LINHA-TITULO
                   STRING '--- LOJA ' WRK-IDX-LOJA(2:3)
                          ' - 7 DIAS ATE ' WRK-DATA-FIM ' ---'
                          DELIMITED BY SIZE INTO WRK-LINHA-TITULO
                   PERFORM 0330-LISTAR-TITULO
                   MOVE ZEROS TO WRK-TOT-VALOR WRK-TOT-TICKETS
                                 WRK-TOT-VISIT
                   MOVE ZEROS TO WRK-IDX-FAIXA
                   PERFORM 0320-LISTAR-FAIXA-LOJA
                           UNTIL WRK-IDX-FAIXA >= 32
                   PERFORM 0360-LISTAR-TOTAL
           END-IF.
       0320-LISTAR-FAIXA-LOJA.
           ADD 1 TO WRK-IDX-FAIXA.
           MOVE WRK-TL-VALOR(WRK-IDX-LOJA WRK-IDX-FAIXA)
               TO WRK-FX-VALOR.
           MOVE WRK-TL-TICKETS(WRK-IDX-LOJA WRK-IDX-FAIXA)
               TO WRK-FX-TICKETS.
           MOVE WRK-TL-VISIT(WRK-IDX-LOJA WRK-IDX-FAIXA)
               TO WRK-FX-VISIT.
           PERFORM 0350-LISTAR-LINHA-FAIXA.
       0330-LISTAR-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-COLUNAS.
           DISPLAY WRK-LINHA-COLUNAS.
       0340-LISTAR-FAIXA-REDE.
           ADD 1 TO WRK-IDX-FAIXA.
           MOVE WRK-TR-VALOR(WRK-IDX-FAIXA)   TO WRK-FX-VALOR.
           MOVE WRK-TR-TICKETS(WRK-IDX-FAIXA) TO WRK-FX-TICKETS.
           MOVE WRK-TR-VISIT(WRK-IDX-FAIXA)   TO WRK-FX-VISIT.
           PERFORM 0350-LISTAR-LINHA-FAIXA.
       0350-LISTAR-LINHA-FAIXA.
           IF WRK-IDX-FAIXA = 26
                   MOVE SPACES TO REP-LINHA
                   WRITE REP-LINHA
                   DISPLAY ' '
           END-IF.
           IF WRK-IDX-FAIXA <= 25
                   ADD WRK-FX-VALOR   TO WRK-TOT-VALOR
                   ADD WRK-FX-TICKETS TO WRK-TOT-TICKETS
                   ADD WRK-FX-VISIT   TO WRK-TOT-VISIT
           END-IF.
           IF WRK-FX-VALOR NOT = ZEROS
              OR WRK-FX-TICKETS > ZEROS
              OR WRK-FX-VISIT > ZEROS
                   EVALUATE TRUE
                       WHEN WRK-IDX-FAIXA <= 24
                           COMPUTE WRK-ED-HORA = WRK-IDX-FAIXA - 1
                           MOVE SPACES TO WRK-LF-ROTULO
                           STRING WRK-ED-HORA 'H'
                                  DELIMITED BY SIZE INTO WRK-LF-ROTULO
                       WHEN WRK-IDX-FAIXA = 25
                           MOVE 'S/H' TO WRK-LF-ROTULO
                       WHEN OTHER
                           MOVE WRK-NOME-DIA(WRK-IDX-FAIXA - 25)
                               TO WRK-LF-ROTULO
                   END-EVALUATE
                   PERFORM 0370-GRAVAR-LINHA-FAIXA
           END-IF.
       0360-LISTAR-TOTAL.
           MOVE WRK-TOT-VALOR   TO WRK-FX-VALOR.
           MOVE WRK-TOT-TICKETS TO WRK-FX-TICKETS.
           MOVE WRK-TOT-VISIT   TO WRK-FX-VISIT.
           MOVE 'TOTAL' TO WRK-LF-ROTULO.
           PERFORM 0370-GRAVAR-LINHA-FAIXA.
       0370-GRAVAR-LINHA-FAIXA.
           MOVE ZEROS TO WRK-PCT-CALC WRK-MEDIO-CALC.
           IF WRK-FX-VISIT > ZEROS
                   COMPUTE WRK-PCT-CALC ROUNDED =
                           (WRK-FX-TICKETS * 100) / WRK-FX-VISIT
           END-IF.
           IF WRK-PCT-CALC > 999,9
                   MOVE 999,9 TO WRK-PCT-CALC
           END-IF.
           IF WRK-FX-TICKETS > ZEROS
                   COMPUTE WRK-MEDIO-CALC ROUNDED =
                           WRK-FX-VALOR / WRK-FX-TICKETS
           END-IF.
           MOVE WRK-FX-VALOR   TO WRK-LF-VALOR.
           MOVE WRK-FX-TICKETS TO WRK-LF-TICKETS.
           MOVE WRK-FX-VISIT   TO WRK-LF-VISIT.
           MOVE WRK-PCT-CALC   TO WRK-LF-CONV.
           MOVE WRK-MEDIO-CALC TO WRK-LF-MEDIO.
           WRITE REP-LINHA FROM WRK-LINHA-FAIXA.
           DISPLAY WRK-LINHA-FAIXA.
       0400-FINALIZAR.
           CLOSE REPORT-FILE.
           DISPLAY 'MOVIMENTOS DA SEMANA ===> ' WRK-CONTADOR.
           DISPLAY 'CONTAGENS DE FLUXO ===> ' WRK-QTD-FLUXO.
           DISPLAY 'LOJAS LISTADAS ===> ' WRK-QTD-LOJAS.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB160' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB160' TO OPLOG-PROGRAMA.
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
