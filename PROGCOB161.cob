       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB161.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = DUPLO CONTROLE DAS MUDANCAS DE CAMPOS
      *            SENSIVEIS DOS MESTRES (MUDPEND.DAT GRAVADO
      *            PELOS PROGCOB54 E PROGCOB18)
      * DATA = XX/XX/XXXX
      * 206 - MODO A: UM SEGUNDO OPERADOR (ADM OU SUPERV COM
      *       FUNCAO 'APMD'), DIFERENTE DO SOLICITANTE,
      *       APROVA OU REJEITA CADA MUDANCA; A APROVADA SO
      *       E APLICADA EM PRODUCTS.DAT/MASTER.DAT SE O
      *       VALOR ATUAL AINDA FOR O DA SOLICITACAO (COM
      *       JORNAL E TRILHA DE AUDITORIA). MODO R (ROTINA
      *       DA MANHA): RELATORIO DAS PENDENTES E ALERTA
      *       AOS SUPERVISORES (ROTEIRO 'SUPV'). NOS DOIS
      *       MODOS A PENDENTE COM MAIS DE
      *       MUDANCA-DIAS-VALIDADE DIAS (PADRAO 5) VENCE;
      *       AS DECIDIDAS SAEM PARA MUDHIST.DAT
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MUDPEND-FILE ASSIGN TO 'MUDPEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MUDPEND.
           SELECT MUDHIST-FILE ASSIGN TO 'MUDHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MUDHIST.
           SELECT PRODUCTS-FILE ASSIGN TO 'PRODUCTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUCTS.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WRK-FS-MASTER.
           SELECT PERMS-FILE ASSIGN TO 'PERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERM-USER
               FILE STATUS IS WRK-FS-PERMS.
           SELECT ALERTAS-FILE ASSIGN TO 'ALERTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALERTAS.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB161.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  MUDPEND-FILE.
           COPY 'MUDPREC.cob'.
       FD  MUDHIST-FILE.
       01  MUDH-REGISTRO    PIC X(59).
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  ALERTAS-FILE.
           COPY 'ALRTREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
       01 WRK-PRM-AUDIT.
           02 WRK-PA-TEXTO PIC X(60).
       77 WRK-FS-MUDPEND  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MUDPEND==.
       77 WRK-FS-MUDHIST  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MUDHIST==.
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-MASTER   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-FS-PERMS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-FS-ALERTAS  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ALERTAS==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-REPORT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-USER        PIC 9(02) VALUE ZEROS.
       77 WRK-PIN         PIC 9(04) VALUE ZEROS.
       77 WRK-LEVEL       PIC 9(02) VALUE ZEROS.
           88 ADM          VALUE 01.
           88 SUPERV       VALUE 03.
       77 WRK-SW-ACESSO   PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-OK VALUE 'S'.
       77 WRK-SW-MODO     PIC X(01) VALUE SPACES.
           88 WRK-MODO-APROVAR   VALUE 'A'.
           88 WRK-MODO-RELATORIO VALUE 'R'.
       77 WRK-RESPOSTA    PIC X(01) VALUE SPACES.
           88 WRK-RESPOSTA-VALIDA VALUE 'S' 'N' 'P'.
       77 WRK-SW-VIGENTE  PIC X(01) VALUE 'N'.
           88 WRK-VALOR-VIGENTE VALUE 'S'.
       77 WRK-DIAS-VALIDADE PIC 9(03) VALUE 5.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-PEND    PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PEND    PIC 9(03) VALUE ZEROS.
       77 WRK-SW-ESTOURO  PIC X(01) VALUE 'N'.
           88 WRK-PENDENTES-ESTOURARAM VALUE 'S'.
       77 WRK-QTD-APROV   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJEIT  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-VENCID  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ABERTAS PIC 9(05) VALUE ZEROS.
       77 WRK-DECISAO     PIC X(15) VALUE SPACES.
       01 WRK-TAB-MUDANCAS.
           02 WRK-TM-ENTRADA OCCURS 500 TIMES.
               03 WRK-TM-REGISTRO  PIC X(59).
       01 WRK-DATA-SERIAL.
           02 WRK-SER-ANO PIC 9(04).
           02 WRK-SER-MES PIC 9(02).
           02 WRK-SER-DIA PIC 9(02).
       77 WRK-SERIAL-SAIDA PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-IDADE       PIC S9(07) VALUE ZEROS.
       77 WRK-ED-VALOR    PIC ZZZZZZZ9,99.
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-AUTORIZACAO.
           02 WRK-AUT-USER      PIC 9(02).
           02 WRK-AUT-FUNCAO    PIC X(04).
           02 WRK-AUT-RESULTADO PIC X(01).
       01 WRK-DATAHORA-SYS.
           02 WRK-DHS-DATA  PIC 9(08).
           02 WRK-DHS-HORA  PIC 9(06).
       01 WRK-LINHA-AUDIT.
           02 WRK-LA-DATAHORA  PIC X(15).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LA-USER      PIC 9(02).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LA-LEVEL     PIC 9(02).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LA-DECISAO   PIC X(15).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LA-ARQUIVO   PIC X(01).
           02 WRK-LA-CODIGO    PIC 9(05).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LA-CAMPO     PIC X(04).
       01 WRK-LINHA-TITULO    PIC X(70) VALUE SPACES.
       01 WRK-LINHA-MUDANCA.
           02 WRK-LM-ARQUIVO  PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LM-CODIGO   PIC 9(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LM-CAMPO    PIC X(04).
           02 FILLER          PIC X(04) VALUE ' OP '.
           02 WRK-LM-SOLIC    PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LM-DATA     PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LM-ANTES    PIC X(11).
           02 FILLER          PIC X(03) VALUE ' > '.
           02 WRK-LM-NOVO     PIC X(11).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LM-IDADE    PIC ZZ9.
           02 FILLER          PIC X(01) VALUE 'D'.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LM-SITUACAO PIC X(08).
           02 FILLER          PIC X(03) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
           02 WRK-LT-TEXTO    PIC X(30).
           02 WRK-LT-QTDE     PIC ZZ.ZZ9.
           02 FILLER          PIC X(34) VALUE SPACES.
       77 WRK-ALR-TEXTO   PIC X(40) VALUE SPACES.
       77 WRK-JRN-ARQUIVO PIC X(08) VALUE SPACES.
       77 WRK-JRN-OPER    PIC X(02) VALUE SPACES.
       77 WRK-JRN-ANTES   PIC X(60) VALUE SPACES.
       77 WRK-JRN-DEPOIS  PIC X(60) VALUE SPACES.
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
                   PERFORM 0200-CARREGAR-MUDANCAS
                   IF WRK-PENDENTES-ESTOURARAM
                           DISPLAY 'MUDANCAS ACIMA DA CAPACIDADE '
                                   'DE 500 - ARQUIVO NAO TRATADO'
                   ELSE
                           PERFORM 0240-TITULO-VENCIDAS
                           MOVE ZEROS TO WRK-IDX-PEND
                           PERFORM 0250-VENCER-MUDANCA
                                   UNTIL WRK-IDX-PEND >= WRK-QTD-PEND
                           IF WRK-MODO-APROVAR
                                   MOVE ZEROS TO WRK-IDX-PEND
                                   PERFORM 0300-AVALIAR-MUDANCA
                                       UNTIL WRK-IDX-PEND >=
                                             WRK-QTD-PEND
                           END-IF
                           PERFORM 0400-LISTAR-PENDENTES
                           PERFORM 0500-REGRAVAR-MUDANCAS
                   END-IF
           END-IF.
           PERFORM 0600-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO = 'S'
                   MOVE WRK-BD-DATA TO WRK-DATA-HOJE
           ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-DATA-SERIAL.
           PERFORM 0150-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-HOJE.
           MOVE 'MUDANCA-DIAS-VALIDADE' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
                   MOVE WRK-CF-VALOR-NUM TO WRK-DIAS-VALIDADE
           END-IF.
           DISPLAY 'MODO (A=APROVAR / R=RELATORIO DA MANHA): '.
           ACCEPT  WRK-SW-MODO FROM CONSOLE.
           EVALUATE TRUE
                   WHEN WRK-MODO-APROVAR
                             DISPLAY 'APROVADOR - OPERADOR: '
                             ACCEPT  WRK-USER FROM CONSOLE
                             DISPLAY 'PIN DE ACESSO: '
                             ACCEPT  WRK-PIN FROM CONSOLE
                             PERFORM 0110-VALIDAR-APROVADOR
                   WHEN WRK-MODO-RELATORIO
                             MOVE 'S' TO WRK-SW-ACESSO
                   WHEN OTHER
                             DISPLAY 'MODO INVALIDO'
           END-EVALUATE.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'MUDANCAS PENDENTES' TO WRK-CAB-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REP-LINHA FROM WRK-CABECALHO-REL.
       0110-VALIDAR-APROVADOR.
           MOVE 'N' TO WRK-SW-ACESSO.
           OPEN INPUT PERMS-FILE.
           IF WRK-FS-PERMS-OK
                   MOVE WRK-USER TO PERM-USER
                   READ PERMS-FILE
                       INVALID KEY
                           MOVE ZEROS TO WRK-LEVEL
                       NOT INVALID KEY
                           MOVE PERM-LEVEL TO WRK-LEVEL
                           IF PERM-PIN = WRK-PIN
                              AND (ADM OR SUPERV)
                                   MOVE 'S' TO WRK-SW-ACESSO
                           END-IF
                   END-READ
                   CLOSE PERMS-FILE
           END-IF.
           IF WRK-ACESSO-OK
                   MOVE WRK-USER TO WRK-AUT-USER
                   MOVE 'APMD'   TO WRK-AUT-FUNCAO
                   CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                   IF WRK-AUT-RESULTADO NOT = 'S'
                           MOVE 'N' TO WRK-SW-ACESSO
                           DISPLAY 'FUNCAO APMD NAO AUTORIZADA '
                                   'NA MATRIZ'
                   END-IF
           ELSE
                   DISPLAY 'APROVACAO RESTRITA A ADM/SUPERVISOR'
           END-IF.
       0150-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL-SAIDA = (WRK-SER-ANO * 360)
                   + (WRK-SER-MES * 30) + WRK-SER-DIA.
       0200-CARREGAR-MUDANCAS.
           MOVE ZEROS TO WRK-QTD-PEND.
           MOVE 'N'   TO WRK-SW-ESTOURO.
           OPEN INPUT MUDPEND-FILE.
           IF WRK-FS-MUDPEND-OK
                   PERFORM 0210-LER-MUDANCA
                           UNTIL WRK-FS-MUDPEND = '10'
                   CLOSE MUDPEND-FILE
           END-IF.
       0210-LER-MUDANCA.
           READ MUDPEND-FILE
               AT END
                   MOVE '10' TO WRK-FS-MUDPEND
               NOT AT END
                   IF WRK-QTD-PEND < 500
                           ADD 1 TO WRK-QTD-PEND
                           MOVE MUD-REGISTRO
                               TO WRK-TM-ENTRADA(WRK-QTD-PEND)
                   ELSE
                           MOVE 'S' TO WRK-SW-ESTOURO
                   END-IF
           END-READ.
       0240-TITULO-VENCIDAS.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- VENCIDAS SEM APROVACAO NESTA RODADA ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
       0250-VENCER-MUDANCA.
           ADD 1 TO WRK-IDX-PEND.
           MOVE WRK-TM-ENTRADA(WRK-IDX-PEND) TO MUD-REGISTRO.
           IF MUD-PENDENTE
                   PERFORM 0260-CALCULAR-IDADE
                   IF WRK-IDADE > WRK-DIAS-VALIDADE
                           MOVE 'V'   TO MUD-STATUS
                           MOVE ZEROS TO MUD-APROVADOR
                           MOVE WRK-DATA-HOJE TO MUD-DATA-DECISAO
                           MOVE MUD-REGISTRO
                               TO WRK-TM-ENTRADA(WRK-IDX-PEND)
                           ADD 1 TO WRK-QTD-VENCID
                           MOVE 'VENCIDA' TO WRK-LM-SITUACAO
                           PERFORM 0410-LISTAR-MUDANCA
                   END-IF
           END-IF.
       0260-CALCULAR-IDADE.
           MOVE MUD-DATA TO WRK-DATA-SERIAL.
           PERFORM 0150-CALCULAR-SERIAL.
           COMPUTE WRK-IDADE = WRK-SERIAL-HOJE - WRK-SERIAL-SAIDA.
           IF WRK-IDADE < ZEROS
                   MOVE ZEROS TO WRK-IDADE
           END-IF.
       0300-AVALIAR-MUDANCA.
           ADD 1 TO WRK-IDX-PEND.
           MOVE WRK-TM-ENTRADA(WRK-IDX-PEND) TO MUD-REGISTRO.
           IF MUD-PENDENTE
                   IF MUD-SOLICITANTE = WRK-USER
                           DISPLAY 'MUDANCA DO PROPRIO APROVADOR - '
                                   'PULADA (DUPLO CONTROLE)'
                   ELSE
                           PERFORM 0310-DECIDIR-MUDANCA
                   END-IF
           END-IF.
       0310-DECIDIR-MUDANCA.
           PERFORM 0260-CALCULAR-IDADE.
           PERFORM 0420-MONTAR-LINHA.
           MOVE 'PENDENTE' TO WRK-LM-SITUACAO.
           DISPLAY WRK-LINHA-MUDANCA.
           MOVE SPACES TO WRK-RESPOSTA.
           PERFORM 0315-OBTER-RESPOSTA UNTIL WRK-RESPOSTA-VALIDA.
           EVALUATE WRK-RESPOSTA
                   WHEN 'S'
                             PERFORM 0320-APLICAR-MUDANCA
                   WHEN 'N'
                             MOVE 'X' TO MUD-STATUS
                             MOVE 'MUD REJEITADA' TO WRK-DECISAO
                             ADD 1 TO WRK-QTD-REJEIT
                             PERFORM 0380-REGISTRAR-AUDITORIA
           END-EVALUATE.
           IF NOT MUD-PENDENTE
                   MOVE WRK-USER      TO MUD-APROVADOR
                   MOVE WRK-DATA-HOJE TO MUD-DATA-DECISAO
                   MOVE MUD-REGISTRO  TO WRK-TM-ENTRADA(WRK-IDX-PEND)
                   ADD 1 TO WRK-CONTADOR
           END-IF.
       0315-OBTER-RESPOSTA.
           DISPLAY 'APROVAR (S=SIM N=REJEITAR P=DEIXAR PENDENTE): '.
           ACCEPT  WRK-RESPOSTA FROM CONSOLE.
           IF NOT WRK-RESPOSTA-VALIDA
                   DISPLAY 'RESPOSTA INVALIDA - REDIGITE'
           END-IF.
       0320-APLICAR-MUDANCA.
           MOVE 'N' TO WRK-SW-VIGENTE.
           IF MUD-PRODUTO
                   PERFORM 0330-APLICAR-PRODUTO
           ELSE
                   PERFORM 0350-APLICAR-LOJA
           END-IF.
           IF WRK-VALOR-VIGENTE
                   MOVE 'A' TO MUD-STATUS
                   MOVE 'MUD APROVADA' TO WRK-DECISAO
                   ADD 1 TO WRK-QTD-APROV
                   DISPLAY 'MUDANCA APLICADA'
           ELSE
                   MOVE 'X' TO MUD-STATUS
                   MOVE 'MUD SUPERADA' TO WRK-DECISAO
                   ADD 1 TO WRK-QTD-REJEIT
                   DISPLAY 'VALOR ATUAL DIFERE DA SOLICITACAO - '
                           'MUDANCA REJEITADA'
           END-IF.
           PERFORM 0380-REGISTRAR-AUDITORIA.
       0330-APLICAR-PRODUTO.
           OPEN I-O PRODUCTS-FILE.
           IF WRK-FS-PRODUCTS-OK
                   MOVE MUD-CODIGO TO PROD-CODIGO
                   READ PRODUCTS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PROD-REGISTRO TO WRK-JRN-ANTES
                           PERFORM 0335-ALTERAR-PRODUTO
                   END-READ
           END-IF.
           CLOSE PRODUCTS-FILE.
       0335-ALTERAR-PRODUTO.
           EVALUATE TRUE
                   WHEN MUD-CAMPO-CUSTO
                             IF PROD-CUSTO = MUD-ANTES-NUM
                                     MOVE 'S' TO WRK-SW-VIGENTE
                                     MOVE MUD-NOVO-NUM TO PROD-CUSTO
                             END-IF
                   WHEN MUD-CAMPO-ATIVO
                             IF PROD-ATIVO = MUD-ANTES-FLAG
                                     MOVE 'S' TO WRK-SW-VIGENTE
                                     MOVE MUD-NOVO-FLAG TO PROD-ATIVO
                             END-IF
           END-EVALUATE.
           IF WRK-VALOR-VIGENTE
                   MOVE 'PRODUCTS'    TO WRK-JRN-ARQUIVO
                   MOVE 'RW'          TO WRK-JRN-OPER
                   MOVE PROD-REGISTRO TO WRK-JRN-DEPOIS
                   REWRITE PROD-REGISTRO
                   PERFORM 0098-GRAVAR-JORNAL
           END-IF.
       0350-APLICAR-LOJA.
           OPEN I-O MASTER-FILE.
           IF WRK-FS-MASTER-OK
                   MOVE 'L'        TO MASTER-TIPO
                   MOVE MUD-CODIGO TO MASTER-CODIGO
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MASTER-REGISTRO TO WRK-JRN-ANTES
                           PERFORM 0355-ALTERAR-LOJA
                   END-READ
           END-IF.
           CLOSE MASTER-FILE.
       0355-ALTERAR-LOJA.
           EVALUATE TRUE
                   WHEN MUD-CAMPO-REGIAO
                             IF MASTER-REGIAO = MUD-ANTES-NUM
                                     MOVE 'S' TO WRK-SW-VIGENTE
                                     MOVE MUD-NOVO-NUM
                                         TO MASTER-REGIAO
                             END-IF
                   WHEN MUD-CAMPO-ABERT
                             IF MASTER-DATA-ABERTURA = MUD-ANTES-NUM
                                     MOVE 'S' TO WRK-SW-VIGENTE
                                     MOVE MUD-NOVO-NUM
                                         TO MASTER-DATA-ABERTURA
                             END-IF
                   WHEN MUD-CAMPO-DESAT
                             IF MASTER-ATIVO = MUD-ANTES-FLAG
                                     MOVE 'S' TO WRK-SW-VIGENTE
                                     MOVE MUD-NOVO-FLAG
                                         TO MASTER-ATIVO
                                     MOVE MUD-NOVO-NUM
                                         TO MASTER-DATA-ENCERR
                             END-IF
           END-EVALUATE.
           IF WRK-VALOR-VIGENTE
                   MOVE 'MASTER'        TO WRK-JRN-ARQUIVO
                   MOVE 'RW'            TO WRK-JRN-OPER
                   MOVE MASTER-REGISTRO TO WRK-JRN-DEPOIS
                   REWRITE MASTER-REGISTRO
                   PERFORM 0098-GRAVAR-JORNAL
           END-IF.
       0380-REGISTRAR-AUDITORIA.
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-DHS-HORA FROM TIME.
           MOVE WRK-DATAHORA-SYS TO WRK-LA-DATAHORA.
           MOVE WRK-USER         TO WRK-LA-USER.
           MOVE WRK-LEVEL        TO WRK-LA-LEVEL.
           MOVE WRK-DECISAO      TO WRK-LA-DECISAO.
           MOVE MUD-ARQUIVO      TO WRK-LA-ARQUIVO.
           MOVE MUD-CODIGO       TO WRK-LA-CODIGO.
           MOVE MUD-CAMPO        TO WRK-LA-CAMPO.
           MOVE WRK-LINHA-AUDIT TO WRK-PA-TEXTO.
           CALL 'PROGCOB82' USING WRK-PRM-AUDIT.
       0400-LISTAR-PENDENTES.
           MOVE SPACES TO WRK-LINHA-TITULO.
           STRING '--- PENDENTES DE APROVACAO (VALIDADE '
                  WRK-DIAS-VALIDADE ' DIAS) ---'
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.
           MOVE ZEROS TO WRK-IDX-PEND.
           PERFORM 0405-LISTAR-PENDENTE
                   UNTIL WRK-IDX-PEND >= WRK-QTD-PEND.
           MOVE 'MUDANCAS APROVADAS' TO WRK-LT-TEXTO.
           MOVE WRK-QTD-APROV TO WRK-LT-QTDE.
           PERFORM 0490-LISTAR-TOTAL.
           MOVE 'MUDANCAS REJEITADAS' TO WRK-LT-TEXTO.
           MOVE WRK-QTD-REJEIT TO WRK-LT-QTDE.
           PERFORM 0490-LISTAR-TOTAL.
           MOVE 'MUDANCAS VENCIDAS' TO WRK-LT-TEXTO.
           MOVE WRK-QTD-VENCID TO WRK-LT-QTDE.
           PERFORM 0490-LISTAR-TOTAL.
           MOVE 'MUDANCAS PENDENTES' TO WRK-LT-TEXTO.
           MOVE WRK-QTD-ABERTAS TO WRK-LT-QTDE.
           PERFORM 0490-LISTAR-TOTAL.
           IF WRK-MODO-RELATORIO AND WRK-QTD-ABERTAS > ZEROS
                   PERFORM 0450-ALERTAR-SUPERVISORES
           END-IF.
       0405-LISTAR-PENDENTE.
           ADD 1 TO WRK-IDX-PEND.
           MOVE WRK-TM-ENTRADA(WRK-IDX-PEND) TO MUD-REGISTRO.
           IF MUD-PENDENTE
                   ADD 1 TO WRK-QTD-ABERTAS
                   MOVE 'PENDENTE' TO WRK-LM-SITUACAO
                   PERFORM 0410-LISTAR-MUDANCA
           END-IF.
       0410-LISTAR-MUDANCA.
           PERFORM 0260-CALCULAR-IDADE.
           PERFORM 0420-MONTAR-LINHA.
           WRITE REP-LINHA FROM WRK-LINHA-MUDANCA.
           DISPLAY WRK-LINHA-MUDANCA.
       0420-MONTAR-LINHA.
           MOVE MUD-ARQUIVO     TO WRK-LM-ARQUIVO.
           MOVE MUD-CODIGO      TO WRK-LM-CODIGO.
           MOVE MUD-CAMPO       TO WRK-LM-CAMPO.
           MOVE MUD-SOLICITANTE TO WRK-LM-SOLIC.
           MOVE MUD-DATA        TO WRK-LM-DATA.
           MOVE WRK-IDADE       TO WRK-LM-IDADE.
           IF MUD-CAMPO-ATIVO
                   MOVE MUD-ANTES-FLAG TO WRK-LM-ANTES
                   MOVE MUD-NOVO-FLAG  TO WRK-LM-NOVO
           ELSE
                   MOVE MUD-ANTES-NUM TO WRK-ED-VALOR
                   MOVE WRK-ED-VALOR  TO WRK-LM-ANTES
                   MOVE MUD-NOVO-NUM  TO WRK-ED-VALOR
                   MOVE WRK-ED-VALOR  TO WRK-LM-NOVO
           END-IF.
       0450-ALERTAR-SUPERVISORES.
           MOVE SPACES TO WRK-ALR-TEXTO.
           STRING 'MUDANCAS DE MESTRE PENDENTES: '
                  WRK-QTD-ABERTAS
                  DELIMITED BY SIZE INTO WRK-ALR-TEXTO.
           OPEN EXTEND ALERTAS-FILE.
           IF WRK-FS-ALERTAS-ARQ-INEXISTENTE
                   CLOSE ALERTAS-FILE
                   OPEN OUTPUT ALERTAS-FILE
           END-IF.
           ACCEPT ALR-DATA FROM DATE YYYYMMDD.
           ACCEPT ALR-HORA FROM TIME.
           MOVE 'PROGCOB161'  TO ALR-PROGRAMA.
           MOVE 'M'           TO ALR-SEVERIDADE.
           MOVE 'SUPV'        TO ALR-ROTEIRO.
           MOVE WRK-ALR-TEXTO TO ALR-TEXTO.
           MOVE 'A'   TO ALR-STATUS.
           MOVE ZEROS TO ALR-RECONHECEDOR ALR-DATA-RECON.
           WRITE ALR-REGISTRO.
           CLOSE ALERTAS-FILE.
       0490-LISTAR-TOTAL.
           WRITE REP-LINHA FROM WRK-LINHA-TOTAL.
           DISPLAY WRK-LINHA-TOTAL.
       0500-REGRAVAR-MUDANCAS.
           OPEN EXTEND MUDHIST-FILE.
           IF WRK-FS-MUDHIST-ARQ-INEXISTENTE
                   CLOSE MUDHIST-FILE
                   OPEN OUTPUT MUDHIST-FILE
           END-IF.
           OPEN OUTPUT MUDPEND-FILE.
           MOVE ZEROS TO WRK-IDX-PEND.
           PERFORM 0510-GRAVAR-MUDANCA
                   UNTIL WRK-IDX-PEND >= WRK-QTD-PEND.
           CLOSE MUDPEND-FILE MUDHIST-FILE.
       0510-GRAVAR-MUDANCA.
           ADD 1 TO WRK-IDX-PEND.
           MOVE WRK-TM-ENTRADA(WRK-IDX-PEND) TO MUD-REGISTRO.
           IF MUD-PENDENTE
                   WRITE MUD-REGISTRO
           ELSE
                   MOVE MUD-REGISTRO TO MUDH-REGISTRO
                   WRITE MUDH-REGISTRO
           END-IF.
       0600-FINALIZAR.
           CLOSE REPORT-FILE.
           DISPLAY 'MUDANCAS DECIDIDAS ===> ' WRK-CONTADOR.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB161' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB161' TO OPLOG-PROGRAMA.
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
       0098-GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE.
           IF WRK-FS-JORNAL-ARQ-INEXISTENTE
                   CLOSE JORNAL-FILE
                   OPEN OUTPUT JORNAL-FILE
           END-IF.
           MOVE SPACES TO JRN-REGISTRO.
           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE 'PROGCOB161'      TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO   TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER      TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES     TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS    TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
