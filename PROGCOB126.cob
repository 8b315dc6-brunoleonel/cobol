       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB126.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = FECHAMENTO MENSAL DO RAZAO (GLJOURNAL.DAT)
      *            COM PROVISOES RECORRENTES E TRAVA DO
      *            PERIODO CONTABIL (GLFECH.DAT VIA PROGCOB125)
      * DATA = XX/XX/XXXX
      * 185 - ACESSO POR PIN E FUNCAO 'FCGL' DA MATRIZ
      *       PROGCOB21. LISTA DE VERIFICACAO DO MES POR
      *       ORIGEM DO LANCAMENTO (QUANTIDADE, DEBITOS,
      *       CREDITOS E SITUACAO OK/PENDENTE/DESBALANC.);
      *       CONFIRMADO O FECHAMENTO, LANCA AS PROVISOES
      *       ATIVAS DE PROVISAO.DAT NO ULTIMO DIA DO MES E O
      *       ESTORNO AUTOMATICO NO PRIMEIRO DIA DO MES
      *       SEGUINTE E TRAVA O MES - LANCAMENTOS POSTERIORES
      *       DATADOS NELE VAO PARA O PROXIMO MES ABERTO
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMS-FILE ASSIGN TO 'PERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERM-USER
               FILE STATUS IS WRK-FS-PERMS.
           SELECT GLJOURNAL-FILE ASSIGN TO 'GLJOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLJOURNAL.
           SELECT PROVISAO-FILE ASSIGN TO 'PROVISAO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROVISAO.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB126.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  GLJOURNAL-FILE.
       01  GLJ-REGISTRO.
           02 GLJ-TIPO          PIC X(01).
           02 GLJ-CONTA         PIC 9(08).
           02 GLJ-LOJA          PIC 9(03).
           02 GLJ-DATA          PIC 9(08).
           02 GLJ-VALOR         PIC S9(11)V99.
           02 GLJ-ORIGEM        PIC X(10).
           02 GLJ-DATA-MOV      PIC 9(08).
       FD  PROVISAO-FILE.
       01  PRV-REGISTRO.
           02 PRV-LOJA          PIC 9(03).
           02 PRV-CONTA-DEBITO  PIC 9(08).
           02 PRV-CONTA-CREDITO PIC 9(08).
           02 PRV-VALOR         PIC 9(09)V99.
           02 PRV-DESCRICAO     PIC X(20).
           02 PRV-MES-INICIO    PIC 9(06).
           02 PRV-MES-FIM       PIC 9(06).
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       77 WRK-FS-PERMS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-FS-GLJOURNAL PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-GLJOURNAL==.
       77 WRK-FS-PROVISAO PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PROVISAO==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-USER        PIC 9(02) VALUE ZEROS.
       77 WRK-PIN         PIC 9(04) VALUE ZEROS.
       77 WRK-SW-ACESSO   PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-OK VALUE 'S'.
       01 WRK-AUTORIZACAO.
           02 WRK-AUT-USER      PIC 9(02).
           02 WRK-AUT-FUNCAO    PIC X(04).
           02 WRK-AUT-RESULTADO PIC X(01).
       77 WRK-SW-FECHAR   PIC X(01) VALUE 'N'.
           88 WRK-FECHAR-MES VALUE 'S'.
       77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77 WRK-QTD-PENDENTES PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PROVISOES PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-PROVISAO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-ANOMES      PIC 9(06) VALUE ZEROS.
       01 WRK-MES-CONTABIL.
           02 WRK-MC-ANO  PIC 9(04).
           02 WRK-MC-MES  PIC 9(02).
       01 WRK-MES-SEGUINTE.
           02 WRK-MS-ANO  PIC 9(04).
           02 WRK-MS-MES  PIC 9(02).
       01 WRK-TAB-DIAS-MES.
           02 FILLER      PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-TAB-DIAS-MES-R REDEFINES WRK-TAB-DIAS-MES.
           02 WRK-DM-DIAS PIC 9(02) OCCURS 12 TIMES.
       01 WRK-DATA-FIM-MES.
           02 WRK-FM-ANO  PIC 9(04).
           02 WRK-FM-MES  PIC 9(02).
           02 WRK-FM-DIA  PIC 9(02).
       01 WRK-DATA-ESTORNO.
           02 WRK-DE-ANOMES PIC 9(06).
           02 WRK-DE-DIA  PIC 9(02).
       01 WRK-DATA-INICIO-MES.
           02 WRK-IM-ANOMES PIC 9(06).
           02 WRK-IM-DIA  PIC 9(02).
       77 WRK-BIS-QUOC    PIC 9(04) VALUE ZEROS.
       77 WRK-BIS-RESTO4  PIC 9(03) VALUE ZEROS.
       77 WRK-BIS-RESTO100 PIC 9(03) VALUE ZEROS.
       77 WRK-BIS-RESTO400 PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-ORIGENS-VAL.
           02 FILLER PIC X(30) VALUE 'PROGCOB30 VENDAS (INTERFACE)  '.
           02 FILLER PIC X(30) VALUE 'PROGCOB66 DESPESAS DAS LOJAS  '.
           02 FILLER PIC X(30) VALUE 'PROGCOB101CONTAS A PAGAR      '.
           02 FILLER PIC X(30) VALUE 'PROGCOB109TAXAS CARTAO/CBK    '.
           02 FILLER PIC X(30) VALUE 'PROGCOB110ENCARGOS PARCELAS   '.
           02 FILLER PIC X(30) VALUE 'PROGCOB111BAIXA PDD           '.
           02 FILLER PIC X(30) VALUE 'PROGCOB115CMV MENSAL          '.
           02 FILLER PIC X(30) VALUE 'PROGCOB126PROVISOES/ESTORNOS  '.
           02 FILLER PIC X(30) VALUE '          SEM ORIGEM (ANTIGOS)'.
       01 WRK-TAB-ORIGENS REDEFINES WRK-TAB-ORIGENS-VAL.
           02 WRK-TO-ENTRADA OCCURS 9 TIMES.
               03 WRK-TO-PROGRAMA  PIC X(10).
               03 WRK-TO-DESCRICAO PIC X(20).
       01 WRK-TAB-TOTAIS.
           02 WRK-TT-ENTRADA OCCURS 9 TIMES.
               03 WRK-TT-QTDE     PIC 9(07).
               03 WRK-TT-DEBITO   PIC S9(13)V99.
               03 WRK-TT-CREDITO  PIC S9(13)V99.
       77 WRK-QTD-ORIGENS PIC 9(02) VALUE 9.
       77 WRK-IDX-ORIGEM  PIC 9(02) VALUE ZEROS.
       77 WRK-SW-ORIGEM   PIC X(01) VALUE 'N'.
           88 WRK-ORIGEM-ACHADA VALUE 'S'.
       01 WRK-PERIODO-GL.
           02 WRK-PGL-FUNCAO    PIC X(01).
           02 WRK-PGL-DATA      PIC 9(08).
           02 WRK-PGL-USUARIO   PIC 9(02).
           02 WRK-PGL-RESULTADO PIC X(01).
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-ORIGEM.
           02 WRK-LO-DESCRICAO PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LO-QTDE     PIC ZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LO-DEBITO   PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LO-CREDITO  PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LO-SITUACAO PIC X(09).
       01 WRK-LINHA-PROVISAO.
           02 FILLER          PIC X(05) VALUE 'LOJA '.
           02 WRK-LP-LOJA     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-DESCRICAO PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-DEBITO   PIC 9(08).
           02 FILLER          PIC X(01) VALUE '/'.
           02 WRK-LP-CREDITO  PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-VALOR    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(09) VALUE SPACES.
       77 WRK-ED-TOTAL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
           IF WRK-ACESSO-OK
                   PERFORM 0200-VERIFICAR-MES
                   PERFORM 0250-CONFIRMAR-FECHAMENTO
                   IF WRK-FECHAR-MES
                           PERFORM 0300-LANCAR-PROVISOES
                           PERFORM 0350-TRAVAR-PERIODO
                   END-IF
                   CLOSE REPORT-FILE
           END-IF.
           PERFORM 0400-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE ZEROS TO WRK-TAB-TOTAIS.
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO = 'S'
                   MOVE WRK-BD-DATA TO WRK-DATA-HOJE
           ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'FECHAMENTO CONTABIL - OPERADOR: '.
           ACCEPT  WRK-USER FROM CONSOLE.
           DISPLAY 'PIN DE ACESSO: '.
           ACCEPT  WRK-PIN FROM CONSOLE.
           PERFORM 0110-VALIDAR-ACESSO.
           IF NOT WRK-ACESSO-OK
                   DISPLAY 'OPERADOR SEM PERMISSAO PARA O '
                           'FECHAMENTO CONTABIL'
           ELSE
                   MOVE ZEROS TO WRK-MES-CONTABIL
                   PERFORM 0120-OBTER-MES
                           UNTIL WRK-MC-MES >= 1 AND WRK-MC-MES <= 12
                   MOVE WRK-MES-CONTABIL TO WRK-ANOMES
                   PERFORM 0150-CALCULAR-DATAS
                   OPEN OUTPUT REPORT-FILE
                   MOVE 'FECHAMENTO CONTABIL' TO WRK-CAB-TITULO
                   MOVE WRK-DATA-HOJE TO WRK-CAB-DATA
                   WRITE REP-LINHA FROM WRK-CABECALHO-REL
           END-IF.
       0110-VALIDAR-ACESSO.
           MOVE 'N' TO WRK-SW-ACESSO.
           OPEN INPUT PERMS-FILE.
           IF WRK-FS-PERMS-OK
                   MOVE WRK-USER TO PERM-USER
                   READ PERMS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PERM-PIN = WRK-PIN
                                   MOVE 'S' TO WRK-SW-ACESSO
                           END-IF
                   END-READ
                   CLOSE PERMS-FILE
           END-IF.
           IF WRK-ACESSO-OK
                   MOVE WRK-USER TO WRK-AUT-USER
                   MOVE 'FCGL'   TO WRK-AUT-FUNCAO
                   CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                   IF WRK-AUT-RESULTADO NOT = 'S'
                           MOVE 'N' TO WRK-SW-ACESSO
                           DISPLAY 'FUNCAO FCGL NAO AUTORIZADA '
                                   'NA MATRIZ'
                   END-IF
           END-IF.
       0120-OBTER-MES.
           DISPLAY 'MES A FECHAR (AAAAMM, 000000 PARA O '
                   'MES ANTERIOR): '.
           ACCEPT  WRK-ANOMES FROM CONSOLE.
           IF WRK-ANOMES = ZEROS
                   MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-CONTABIL
                   IF WRK-MC-MES = 1
                           MOVE 12 TO WRK-MC-MES
                           SUBTRACT 1 FROM WRK-MC-ANO
                   ELSE
                           SUBTRACT 1 FROM WRK-MC-MES
                   END-IF
           ELSE
                   MOVE WRK-ANOMES TO WRK-MES-CONTABIL
           END-IF.
           IF WRK-MC-MES < 1 OR WRK-MC-MES > 12
                   DISPLAY 'MES INVALIDO'
           END-IF.
       0150-CALCULAR-DATAS.
           MOVE WRK-MC-ANO TO WRK-FM-ANO.
           MOVE WRK-MC-MES TO WRK-FM-MES.
           MOVE WRK-DM-DIAS(WRK-MC-MES) TO WRK-FM-DIA.
           IF WRK-MC-MES = 2
                   DIVIDE WRK-MC-ANO BY 4 GIVING WRK-BIS-QUOC
                           REMAINDER WRK-BIS-RESTO4
                   DIVIDE WRK-MC-ANO BY 100 GIVING WRK-BIS-QUOC
                           REMAINDER WRK-BIS-RESTO100
                   DIVIDE WRK-MC-ANO BY 400 GIVING WRK-BIS-QUOC
                           REMAINDER WRK-BIS-RESTO400
                   IF WRK-BIS-RESTO400 = 0
                      OR (WRK-BIS-RESTO4 = 0
                          AND WRK-BIS-RESTO100 NOT = 0)
                           MOVE 29 TO WRK-FM-DIA
                   END-IF
           END-IF.
           MOVE WRK-MES-CONTABIL TO WRK-MES-SEGUINTE.
           IF WRK-MS-MES = 12
                   MOVE 01 TO WRK-MS-MES
                   ADD 1 TO WRK-MS-ANO
           ELSE
                   ADD 1 TO WRK-MS-MES
           END-IF.
           MOVE WRK-MES-SEGUINTE TO WRK-DE-ANOMES.
           MOVE 01 TO WRK-DE-DIA.
           MOVE WRK-ANOMES TO WRK-IM-ANOMES.
           MOVE 01 TO WRK-IM-DIA.
       0200-VERIFICAR-MES.
           MOVE 'C' TO WRK-PGL-FUNCAO.
           MOVE WRK-DATA-INICIO-MES TO WRK-PGL-DATA.
           CALL 'PROGCOB125' USING WRK-PERIODO-GL.
           MOVE SPACES TO WRK-LINHA-TITULO.
           IF WRK-PGL-RESULTADO = 'D'
                   STRING 'MES ' WRK-ANOMES ' JA FECHADO NO RAZAO'
                          DELIMITED BY SIZE INTO WRK-LINHA-TITULO
                   WRITE REP-LINHA FROM WRK-LINHA-TITULO
                   DISPLAY WRK-LINHA-TITULO
           ELSE
                   MOVE 'S' TO WRK-SW-FECHAR
                   STRING '--- LISTA DE VERIFICACAO DO MES '
                          WRK-ANOMES ' POR ORIGEM ---'
                          DELIMITED BY SIZE INTO WRK-LINHA-TITULO
                   WRITE REP-LINHA FROM WRK-LINHA-TITULO
                   DISPLAY WRK-LINHA-TITULO
                   OPEN INPUT GLJOURNAL-FILE
                   IF WRK-FS-GLJOURNAL-OK
                           PERFORM 0210-LER-RAZAO
                                   UNTIL WRK-FS-GLJOURNAL = '10'
                   ELSE
                           DISPLAY 'GLJOURNAL.DAT NAO ENCONTRADO'
                   END-IF
                   CLOSE GLJOURNAL-FILE
                   MOVE ZEROS TO WRK-IDX-ORIGEM
                   PERFORM 0230-LISTAR-ORIGEM
                           UNTIL WRK-IDX-ORIGEM >= WRK-QTD-ORIGENS
           END-IF.
       0210-LER-RAZAO.
           READ GLJOURNAL-FILE
               AT END
                   MOVE '10' TO WRK-FS-GLJOURNAL
               NOT AT END
                   IF GLJ-LOJA > ZEROS
                      AND GLJ-DATA(1:6) = WRK-ANOMES
                           PERFORM 0220-ACUMULAR-ORIGEM
                   END-IF
           END-READ.
       0220-ACUMULAR-ORIGEM.
           ADD 1 TO WRK-CONTADOR.
           MOVE 'N'   TO WRK-SW-ORIGEM.
           MOVE ZEROS TO WRK-IDX-ORIGEM.
           PERFORM 0225-BUSCAR-ORIGEM
                   UNTIL WRK-ORIGEM-ACHADA
                      OR WRK-IDX-ORIGEM >= WRK-QTD-ORIGENS - 1.
           IF NOT WRK-ORIGEM-ACHADA
                   MOVE WRK-QTD-ORIGENS TO WRK-IDX-ORIGEM
           END-IF.
           ADD 1 TO WRK-TT-QTDE(WRK-IDX-ORIGEM).
           IF GLJ-TIPO = 'C'
                   ADD GLJ-VALOR TO WRK-TT-CREDITO(WRK-IDX-ORIGEM)
           ELSE
                   ADD GLJ-VALOR TO WRK-TT-DEBITO(WRK-IDX-ORIGEM)
           END-IF.
       0225-BUSCAR-ORIGEM.
           ADD 1 TO WRK-IDX-ORIGEM.
           IF GLJ-ORIGEM = WRK-TO-PROGRAMA(WRK-IDX-ORIGEM)
                   MOVE 'S' TO WRK-SW-ORIGEM
           END-IF.
       0230-LISTAR-ORIGEM.
           ADD 1 TO WRK-IDX-ORIGEM.
           IF WRK-IDX-ORIGEM < WRK-QTD-ORIGENS
              OR WRK-TT-QTDE(WRK-IDX-ORIGEM) > ZEROS
                   MOVE WRK-TO-DESCRICAO(WRK-IDX-ORIGEM)
                       TO WRK-LO-DESCRICAO
                   MOVE WRK-TT-QTDE(WRK-IDX-ORIGEM)    TO WRK-LO-QTDE
                   MOVE WRK-TT-DEBITO(WRK-IDX-ORIGEM)
                       TO WRK-LO-DEBITO
                   MOVE WRK-TT-CREDITO(WRK-IDX-ORIGEM)
                       TO WRK-LO-CREDITO
                   EVALUATE TRUE
                       WHEN WRK-TT-QTDE(WRK-IDX-ORIGEM) = ZEROS
                           MOVE 'PENDENTE' TO WRK-LO-SITUACAO
                           ADD 1 TO WRK-QTD-PENDENTES
                       WHEN WRK-TT-DEBITO(WRK-IDX-ORIGEM) NOT =
                            WRK-TT-CREDITO(WRK-IDX-ORIGEM)
                           MOVE 'DESBALANC' TO WRK-LO-SITUACAO
                           ADD 1 TO WRK-QTD-PENDENTES
                       WHEN OTHER
                           MOVE 'OK' TO WRK-LO-SITUACAO
                   END-EVALUATE
                   WRITE REP-LINHA FROM WRK-LINHA-ORIGEM
                   DISPLAY WRK-LINHA-ORIGEM
           END-IF.
       0250-CONFIRMAR-FECHAMENTO.
           IF WRK-FECHAR-MES
                   IF WRK-QTD-PENDENTES > ZEROS
                           DISPLAY 'ORIGENS PENDENTES OU '
                                   'DESBALANCEADAS: '
                                   WRK-QTD-PENDENTES
                   END-IF
                   DISPLAY 'CONFIRMA O FECHAMENTO DO MES '
                           WRK-ANOMES ' (S/N): '
                   ACCEPT WRK-CONFIRMA FROM CONSOLE
                   IF WRK-CONFIRMA NOT = 'S'
                           MOVE 'N' TO WRK-SW-FECHAR
                           MOVE SPACES TO WRK-LINHA-TITULO
                           STRING 'FECHAMENTO DO MES ' WRK-ANOMES
                                  ' NAO CONFIRMADO'
                                  DELIMITED BY SIZE
                                  INTO WRK-LINHA-TITULO
                           WRITE REP-LINHA FROM WRK-LINHA-TITULO
                           DISPLAY WRK-LINHA-TITULO
                   END-IF
           END-IF.
       0300-LANCAR-PROVISOES.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- PROVISOES EM ' WRK-DATA-FIM-MES
                  ' COM ESTORNO EM ' WRK-DATA-ESTORNO ' ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           OPEN INPUT PROVISAO-FILE.
           IF WRK-FS-PROVISAO-OK
                   OPEN EXTEND GLJOURNAL-FILE
                   IF WRK-FS-GLJOURNAL-ARQ-INEXISTENTE
                           CLOSE GLJOURNAL-FILE
                           OPEN OUTPUT GLJOURNAL-FILE
                   END-IF
                   PERFORM 0310-LER-PROVISAO
                           UNTIL WRK-FS-PROVISAO = '10'
                   CLOSE GLJOURNAL-FILE
           ELSE
                   DISPLAY 'PROVISAO.DAT NAO ENCONTRADO - '
                           'MES FECHADO SEM PROVISOES'
           END-IF.
           CLOSE PROVISAO-FILE.
           MOVE WRK-TOT-PROVISAO TO WRK-ED-TOTAL.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING 'PROVISOES LANCADAS ' WRK-QTD-PROVISOES
                  ' TOTAL ' WRK-ED-TOTAL
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
       0310-LER-PROVISAO.
           READ PROVISAO-FILE
               AT END
                   MOVE '10' TO WRK-FS-PROVISAO
               NOT AT END
                   IF PRV-VALOR > ZEROS
                      AND PRV-MES-INICIO <= WRK-ANOMES
                      AND (PRV-MES-FIM = ZEROS
                        OR PRV-MES-FIM >= WRK-ANOMES)
                           PERFORM 0320-GRAVAR-PROVISAO
                   END-IF
           END-READ.
       0320-GRAVAR-PROVISAO.
           MOVE 'D'               TO GLJ-TIPO.
           MOVE PRV-CONTA-DEBITO  TO GLJ-CONTA.
           MOVE PRV-LOJA          TO GLJ-LOJA.
           MOVE WRK-DATA-FIM-MES  TO GLJ-DATA.
           PERFORM 0097-DATAR-LANCAMENTO.
           MOVE PRV-VALOR         TO GLJ-VALOR.
           WRITE GLJ-REGISTRO.
           MOVE 'C'               TO GLJ-TIPO.
           MOVE PRV-CONTA-CREDITO TO GLJ-CONTA.
           WRITE GLJ-REGISTRO.
           MOVE 'D'               TO GLJ-TIPO.
           MOVE PRV-CONTA-CREDITO TO GLJ-CONTA.
           MOVE WRK-DATA-ESTORNO  TO GLJ-DATA.
           PERFORM 0097-DATAR-LANCAMENTO.
           WRITE GLJ-REGISTRO.
           MOVE 'C'               TO GLJ-TIPO.
           MOVE PRV-CONTA-DEBITO  TO GLJ-CONTA.
           WRITE GLJ-REGISTRO.
           ADD 1 TO WRK-QTD-PROVISOES.
           ADD PRV-VALOR TO WRK-TOT-PROVISAO.
           MOVE PRV-LOJA          TO WRK-LP-LOJA.
           MOVE PRV-DESCRICAO     TO WRK-LP-DESCRICAO.
           MOVE PRV-CONTA-DEBITO  TO WRK-LP-DEBITO.
           MOVE PRV-CONTA-CREDITO TO WRK-LP-CREDITO.
           MOVE PRV-VALOR         TO WRK-LP-VALOR.
           WRITE REP-LINHA FROM WRK-LINHA-PROVISAO.
           DISPLAY WRK-LINHA-PROVISAO.
       0350-TRAVAR-PERIODO.
           MOVE 'F'                 TO WRK-PGL-FUNCAO.
           MOVE WRK-DATA-INICIO-MES TO WRK-PGL-DATA.
           MOVE WRK-USER            TO WRK-PGL-USUARIO.
           CALL 'PROGCOB125' USING WRK-PERIODO-GL.
           MOVE SPACES TO WRK-LINHA-TITULO.
           IF WRK-PGL-RESULTADO = 'S'
                   STRING 'MES ' WRK-ANOMES ' FECHADO NO RAZAO - '
                          'LANCAMENTOS POSTERIORES VAO PARA O '
                          'MES ABERTO'
                          DELIMITED BY SIZE INTO WRK-LINHA-TITULO
           ELSE
                   STRING 'MES ' WRK-ANOMES ' NAO PODE SER TRAVADO '
                          'EM GLFECH.DAT'
                          DELIMITED BY SIZE INTO WRK-LINHA-TITULO
                   MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
       0400-FINALIZAR.
           DISPLAY 'LANCAMENTOS DO MES VERIFICADOS ===> '
                   WRK-CONTADOR.
           DISPLAY 'PROVISOES LANCADAS ===> ' WRK-QTD-PROVISOES.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0097-DATAR-LANCAMENTO.
           MOVE GLJ-DATA TO GLJ-DATA-MOV.
           MOVE 'C'      TO WRK-PGL-FUNCAO.
           MOVE GLJ-DATA TO WRK-PGL-DATA.
           CALL 'PROGCOB125' USING WRK-PERIODO-GL.
           IF WRK-PGL-RESULTADO = 'D'
                   DISPLAY 'PERIODO CONTABIL FECHADO - LANCAMENTO DE '
                           GLJ-DATA-MOV ' DATADO EM ' WRK-PGL-DATA
           END-IF.
           MOVE WRK-PGL-DATA TO GLJ-DATA.
           MOVE 'PROGCOB126' TO GLJ-ORIGEM.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB126' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB126' TO OPLOG-PROGRAMA.
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
