      *       MAIS NA CONTA ZERO: A DESPESA CONTINUA
      *       PENDENTE E A FALTA DO DE-PARA E AVISADA AO
      *       OPERADOR
      * 183 - NA APROVACAO MOSTRA O ORCAMENTO DO MES DA
      *       LOJA/CONTA (ORCDESP.DAT DO PROGCOB121), O GASTO
      *       JA LANCADO NO MES EM GLJOURNAL.DAT E O SALDO;
      *       DESPESA ACIMA DO SALDO SO E APROVADA POR
      *       SUPERVISOR OU ADMINISTRADOR COM A FUNCAO 'DESX'
      *       DA MATRIZ (SENAO CONTINUA PENDENTE)
      * 185 - LANCAMENTO DATADO EM PERIODO CONTABIL FECHADO
      *       (GLFECH.DAT VIA PROGCOB125) VAI PARA O PRIMEIRO
      *       DIA DO PROXIMO MES ABERTO; O RAZAO GUARDA A
      *       ORIGEM E A DATA DO MOVIMENTO
      * 208 - LANCAMENTO DO RAZAO IDENTIFICA A EMPRESA (CNPJ)
      *       DONA DA LOJA NA DATA DO MOVIMENTO (PROGCOB164)
      * 213 - LAYOUT DE DESPPEND.DAT MOVIDO PARA A COPY
      *       DESPREC (LIDO TAMBEM PELA PROJECAO DE CAIXA)
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GLJOURNAL-FILE ASSIGN TO 'GLJOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLJOURNAL.
           SELECT ORCDESP-FILE ASSIGN TO 'ORCDESP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WRK-FS-ORCDESP.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  DESPPEND-FILE.
           COPY 'DESPREC.cob'.
       FD  GLMAP-FILE.
       01  MAP-REGISTRO.
           02 MAP-LOJA          PIC 9(03).
           02 GLJ-LOJA          PIC 9(03).
           02 GLJ-DATA          PIC 9(08).
           02 GLJ-VALOR         PIC S9(11)V99.
           02 GLJ-ORIGEM        PIC X(10).
           02 GLJ-DATA-MOV      PIC 9(08).
           02 GLJ-EMPRESA       PIC 9(02).
           02 GLJ-INTERCIA      PIC X(01).
       FD  ORCDESP-FILE.
           COPY 'ORCREC.cob'.
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
       77 WRK-FS-GLJOURNAL PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-GLJOURNAL==.
       77 WRK-FS-ORCDESP  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ORCDESP==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-PIN       PIC 9(04) VALUE ZEROS.
       77 WRK-SW-ACESSO PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-OK VALUE 'S'.
       77 WRK-LEVEL     PIC 9(02) VALUE ZEROS.
           88 WRK-NIVEL-SUPERIOR VALUES 01 03.
       77 WRK-SW-ORCAMENTO PIC X(01) VALUE 'N'.
           88 WRK-COM-ORCAMENTO VALUE 'S'.
       77 WRK-SW-EXCEDE PIC X(01) VALUE 'N'.
           88 WRK-ACIMA-ORCAMENTO VALUE 'S'.
       77 WRK-SW-LIBERA PIC X(01) VALUE 'N'.
           88 WRK-LIBERA-EXCESSO VALUE 'S'.
       77 WRK-ORC-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ORC-GASTO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ORC-SALDO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ED-ORC-VALOR PIC -ZZZ,ZZZ,ZZ9.99.
       77 WRK-ED-ORC-GASTO PIC -ZZZ,ZZZ,ZZ9.99.
       77 WRK-ED-ORC-SALDO PIC -ZZZ,ZZZ,ZZ9.99.
       77 WRK-SW-MODO   PIC X(01) VALUE 'S'.
           88 WRK-MODO-SOLICITAR VALUE 'S'.
           88 WRK-MODO-APROVAR   VALUE 'A'.
           02 FILLER           PIC X(06) VALUE ' LOJA '.
           02 WRK-LA-LOJA      PIC 9(03).
           02 FILLER           PIC X(17) VALUE SPACES.
       01 WRK-PERIODO-GL.
           02 WRK-PGL-FUNCAO    PIC X(01).
           02 WRK-PGL-DATA      PIC 9(08).
           02 WRK-PGL-USUARIO   PIC 9(02).
           02 WRK-PGL-RESULTADO PIC X(01).
       01 WRK-EMPRESA-LOJA.
           02 WRK-EL-FUNCAO    PIC X(01).
           02 WRK-EL-LOJA      PIC 9(03).
           02 WRK-EL-DATA      PIC 9(08).
           02 WRK-EL-EMPRESA   PIC 9(02).
           02 WRK-EL-CNPJ      PIC 9(14).
           02 WRK-EL-RAZAO     PIC X(30).
           02 WRK-EL-REGIME    PIC X(01).
           02 WRK-EL-RESULTADO PIC X(01).
       77 WRK-HORA-INICIO  PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM     PIC 9(06) VALUE ZEROS.
       77 WRK-SEG-INICIO   PIC 9(07) VALUE ZEROS.
                       NOT INVALID KEY
                           IF PERM-PIN = WRK-PIN
                                   MOVE 'S' TO WRK-SW-ACESSO
                                   MOVE PERM-LEVEL TO WRK-LEVEL
                           END-IF
                   END-READ
                   CLOSE PERMS-FILE
       0230-APROVAR.
           PERFORM 0240-CARREGAR-PENDENTES.
           PERFORM 0140-CARREGAR-MAPA.
           MOVE 'N' TO WRK-SW-ORCAMENTO.
           OPEN INPUT ORCDESP-FILE.
           IF WRK-FS-ORCDESP-OK
                   MOVE 'S' TO WRK-SW-ORCAMENTO
           ELSE
                   DISPLAY 'ORCDESP.DAT NAO ENCONTRADO - '
                           'APROVACAO SEM CONTROLE DE ORCAMENTO'
           END-IF.
           CLOSE ORCDESP-FILE.
           MOVE 'N' TO WRK-SW-LIBERA.
           IF WRK-NIVEL-SUPERIOR
                   MOVE WRK-USER TO WRK-AUT-USER
                   MOVE 'DESX'   TO WRK-AUT-FUNCAO
                   CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                   IF WRK-AUT-RESULTADO = 'S'
                           MOVE 'S' TO WRK-SW-LIBERA
                   END-IF
           END-IF.
           MOVE ZEROS TO WRK-IDX-PEND.
           PERFORM 0250-AVALIAR-PENDENTE
                   UNTIL WRK-IDX-PEND >= WRK-QTD-PEND.
                           ' TIPO ' WRK-TP-TIPO(WRK-IDX-PEND)
                           ' VALOR ' WRK-TP-VALOR(WRK-IDX-PEND)
                   DISPLAY '  ' WRK-TP-DESCRICAO(WRK-IDX-PEND)
                   PERFORM 0256-CONSULTAR-ORCAMENTO
                   DISPLAY 'APROVA (S=SIM / N=REJEITA / '
                           'P=PULA): '
                   ACCEPT WRK-RESPOSTA FROM CONSOLE
                   EVALUATE WRK-RESPOSTA
                           WHEN 'S'
                                     PERFORM 0258-APROVAR-PENDENTE
                           WHEN 'N'
                                     MOVE 'X' TO WRK-TP-STATUS
                                             (WRK-IDX-PEND)
                                     CONTINUE
                   END-EVALUATE
           END-IF.
       0256-CONSULTAR-ORCAMENTO.
           MOVE 'N' TO WRK-SW-EXCEDE.
           IF WRK-COM-ORCAMENTO
                   COMPUTE WRK-CONTA-DESPESA = WRK-BASE-DESPESA
                           + WRK-TP-TIPO(WRK-IDX-PEND)
                   MOVE ZEROS TO WRK-ORC-VALOR WRK-ORC-GASTO
                   OPEN INPUT ORCDESP-FILE
                   MOVE WRK-TP-LOJA(WRK-IDX-PEND)      TO ORC-LOJA
                   MOVE WRK-CONTA-DESPESA              TO ORC-CONTA
                   MOVE WRK-TP-DATA(WRK-IDX-PEND)(1:4) TO ORC-ANO
                   MOVE WRK-TP-DATA(WRK-IDX-PEND)(5:2) TO ORC-MES
                   READ ORCDESP-FILE
                       INVALID KEY
                           DISPLAY 'SEM ORCAMENTO PARA A LOJA/CONTA '
                                   'NO MES'
                       NOT INVALID KEY
                           MOVE ORC-VALOR TO WRK-ORC-VALOR
                   END-READ
                   CLOSE ORCDESP-FILE
                   OPEN INPUT GLJOURNAL-FILE
                   IF WRK-FS-GLJOURNAL-OK
                           PERFORM 0257-LER-RAZAO
                                   UNTIL WRK-FS-GLJOURNAL = '10'
                   END-IF
                   CLOSE GLJOURNAL-FILE
                   COMPUTE WRK-ORC-SALDO = WRK-ORC-VALOR
                           - WRK-ORC-GASTO
                   MOVE WRK-ORC-VALOR TO WRK-ED-ORC-VALOR
                   MOVE WRK-ORC-GASTO TO WRK-ED-ORC-GASTO
                   MOVE WRK-ORC-SALDO TO WRK-ED-ORC-SALDO
                   DISPLAY '  ORCADO ' WRK-ED-ORC-VALOR
                           ' GASTO NO MES ' WRK-ED-ORC-GASTO
                   DISPLAY '  SALDO DO ORCAMENTO ' WRK-ED-ORC-SALDO
                   IF WRK-TP-VALOR(WRK-IDX-PEND) > WRK-ORC-SALDO
                           MOVE 'S' TO WRK-SW-EXCEDE
                           DISPLAY '  DESPESA ACIMA DO SALDO DO '
                                   'ORCAMENTO'
                   END-IF
           END-IF.
       0257-LER-RAZAO.
           READ GLJOURNAL-FILE
               AT END
                   MOVE '10' TO WRK-FS-GLJOURNAL
               NOT AT END
                   IF GLJ-LOJA = WRK-TP-LOJA(WRK-IDX-PEND)
                      AND GLJ-CONTA = WRK-CONTA-DESPESA
                      AND GLJ-DATA(1:6)
                          = WRK-TP-DATA(WRK-IDX-PEND)(1:6)
                           IF GLJ-TIPO = 'C'
                                   SUBTRACT GLJ-VALOR
                                       FROM WRK-ORC-GASTO
                           ELSE
                                   ADD GLJ-VALOR TO WRK-ORC-GASTO
                           END-IF
                   END-IF
           END-READ.
       0258-APROVAR-PENDENTE.
           IF WRK-ACIMA-ORCAMENTO AND NOT WRK-LIBERA-EXCESSO
                   DISPLAY 'ACIMA DO ORCAMENTO EXIGE SUPERVISOR '
                           'COM FUNCAO DESX - DESPESA CONTINUA '
                           'PENDENTE'
           ELSE
                   PERFORM 0260-POSTAR-DESPESA
                   IF WRK-DESPESA-POSTADA
                           MOVE 'A' TO WRK-TP-STATUS(WRK-IDX-PEND)
                           IF WRK-ACIMA-ORCAMENTO
                                   MOVE 'DESP APROV EXCED'
                                       TO WRK-LA-DECISAO
                           ELSE
                                   MOVE 'DESP APROVADA'
                                       TO WRK-LA-DECISAO
                           END-IF
                           MOVE WRK-TP-LOJA(WRK-IDX-PEND)
                               TO WRK-LA-LOJA
                           PERFORM 0280-REGISTRAR-AUDITORIA
                   END-IF
           END-IF.
       0260-POSTAR-DESPESA.
           MOVE 'N' TO WRK-SW-POSTOU.
           PERFORM 0262-BUSCAR-MAPA.
                   MOVE WRK-CONTA-DESPESA  TO GLJ-CONTA
                   MOVE WRK-TP-LOJA(WRK-IDX-PEND) TO GLJ-LOJA
                   MOVE WRK-TP-DATA(WRK-IDX-PEND) TO GLJ-DATA
                   PERFORM 0097-DATAR-LANCAMENTO
                   MOVE WRK-TP-VALOR(WRK-IDX-PEND) TO GLJ-VALOR
                   WRITE GLJ-REGISTRO
                   MOVE 'C'                TO GLJ-TIPO
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
           MOVE 'PROGCOB66' TO GLJ-ORIGEM.
           MOVE 'L'            TO WRK-EL-FUNCAO.
           MOVE GLJ-LOJA       TO WRK-EL-LOJA.
           MOVE GLJ-DATA-MOV   TO WRK-EL-DATA.
           CALL 'PROGCOB164' USING WRK-EMPRESA-LOJA.
           MOVE WRK-EL-EMPRESA TO GLJ-EMPRESA.
           MOVE 'N'            TO GLJ-INTERCIA.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB66' TO OPLOG-PROGRAMA.
