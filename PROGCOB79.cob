      *       OS SALDOS EM ABERTO MARCANDO QUEM TAMBEM
      *       ESTA NA SEGUNDA CHAMADA (REEXAME.OUT), CASO
      *       QUE A SECRETARIA TRATA A PARTE
      * 188 - GERACAO APLICA AS BOLSAS VIGENTES DO ALUNO
      *       (BOLSAS.DAT - INTEGRAL, PERCENTUAL E IRMAO NO
      *       VALOR COBRADO; PONTUALIDADE GUARDADA EM
      *       MEN-DESC-PONTUAL E CONCEDIDA NA BAIXA SE PAGO
      *       ATE O VENCIMENTO MENS-DIA-VENC); BOLSA COM
      *       CONDICAO ACADEMICA E SUSPENSA SE O HISTORICO
      *       TRAZ PERIODO REPROVADO (F/Q); CADA DESCONTO VAI
      *       PARA BOLSAMOV.DAT; MODO B = RELATORIO MENSAL DA
      *       RECEITA RENUNCIADA POR TIPO DE BOLSA
      * 189 - MODO R GERA A REMESSA DE BOLETOS (REMESSA.TXT)
      *       DAS COBRANCAS ABERTAS DO MES COM NOSSO NUMERO
      *       (ALUNO+MES), VENCIMENTO, VALOR, MULTA E JUROS
      *       (BOL-MULTA-PERC / BOL-JUROS-MES NO CONFIG);
      *       MODO T LE O RETORNO DO BANCO (RETORNO.TXT) E
      *       BAIXA PAGOS, PAGOS COM DIFERENCA, BAIXADOS E
      *       REJEITADOS, LISTANDO O QUE NAO CASOU
      * 213 - LAYOUT DE MENSALID.DAT MOVIDO PARA A COPY
      *       MENSREC (LIDO TAMBEM PELA PROJECAO DE CAIXA)
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-FS-MENSALID.
           SELECT BOLSAS-FILE ASSIGN TO 'BOLSAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-CHAVE
               FILE STATUS IS WRK-FS-BOLSAS.
           SELECT HISTORICO-FILE ASSIGN TO 'HISTORICO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT BOLSAMOV-FILE ASSIGN TO 'BOLSAMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLSAMOV.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT REMESSA-FILE ASSIGN TO 'REMESSA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           SELECT RETORNO-FILE ASSIGN TO 'RETORNO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.
           SELECT PAGTOS-FILE ASSIGN TO 'PAGTOS.IN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGTOS.
       FD  ALUNMST-FILE.
           COPY 'ALUNREC.cob'.
       FD  MENSALID-FILE.
           COPY 'MENSREC.cob'.
       FD  REMESSA-FILE.
       01  REM-REGISTRO.
           02 REM-TIPO          PIC X(01).
           02 REM-DADOS         PIC X(79).
       01  REM-HEADER.
           02 FILLER            PIC X(01).
           02 REM-H-DATA        PIC 9(08).
           02 REM-H-CONVENIO    PIC X(20).
           02 REM-H-MES         PIC 9(06).
           02 FILLER            PIC X(45).
       01  REM-DETALHE.
           02 FILLER            PIC X(01).
           02 REM-NOSSO-NUMERO  PIC 9(11).
           02 REM-VENCIMENTO    PIC 9(08).
           02 REM-VALOR         PIC 9(07)V99.
           02 REM-MULTA-PERC    PIC 9(02)V99.
           02 REM-JUROS-DIA     PIC 9(05)V99.
           02 REM-DESC-ATE-VENC PIC 9(07)V99.
           02 REM-SACADO        PIC X(20).
           02 FILLER            PIC X(11).
       01  REM-TRAILER.
           02 FILLER            PIC X(01).
           02 REM-T-QTDE        PIC 9(06).
           02 REM-T-TOTAL       PIC 9(11)V99.
           02 FILLER            PIC X(60).
       FD  RETORNO-FILE.
       01  RET-REGISTRO.
           02 RET-TIPO          PIC X(01).
               88 RET-DETALHE VALUE '1'.
           02 RET-NOSSO-NUMERO  PIC 9(11).
           02 RET-NN-CHAVE REDEFINES RET-NOSSO-NUMERO.
               03 RET-NN-ALUNO  PIC 9(05).
               03 RET-NN-ANOMES PIC 9(06).
           02 RET-OCORRENCIA    PIC X(02).
               88 RET-ENTRADA-CONFIRMADA VALUE '02'.
               88 RET-ENTRADA-REJEITADA  VALUE '03'.
               88 RET-LIQUIDACAO         VALUE '06'.
               88 RET-BAIXA              VALUE '09'.
           02 RET-DATA-OCORR    PIC 9(08).
           02 RET-VALOR-TITULO  PIC 9(07)V99.
           02 RET-VALOR-PAGO    PIC 9(07)V99.
           02 RET-MOTIVO        PIC X(20).
       FD  BOLSAS-FILE.
           COPY 'BOLSREC.cob'.
       FD  HISTORICO-FILE.
       01  HIS-REGISTRO.
           02 HIS-ID          PIC 9(05).
           02 HIS-PERIODO     PIC 9(06).
           02 HIS-NOME        PIC X(20).
           02 HIS-NOTA1       PIC 9(02).
           02 HIS-NOTA2       PIC 9(02).
           02 HIS-MEDIA       PIC 9(02).
           02 HIS-STATUS      PIC X(01).
           02 HIS-CURSO       PIC 9(04).
       FD  BOLSAMOV-FILE.
       01  BMV-REGISTRO.
           02 BMV-ALUNO       PIC 9(05).
           02 BMV-ANOMES      PIC 9(06).
           02 BMV-TIPO        PIC X(01).
           02 BMV-VALOR       PIC 9(07)V99.
           02 BMV-DATA        PIC 9(08).
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  PAGTOS-FILE.
       01  PAG-REGISTRO.
           02 PAG-ALUNO      PIC 9(05).
       77 WRK-FS-MENSALID PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MENSALID==.
       77 WRK-FS-BOLSAS   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-BOLSAS==.
       77 WRK-FS-HISTORICO PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-HISTORICO==.
       77 WRK-FS-BOLSAMOV PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-BOLSAMOV==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-REMESSA  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REMESSA==.
       77 WRK-FS-RETORNO  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-RETORNO==.
       77 WRK-FS-PAGTOS   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PAGTOS==.
           88 WRK-MODO-PAGAMENTOS   VALUE 'P'.
           88 WRK-MODO-EXTRATO      VALUE 'E'.
           88 WRK-MODO-INADIMPLENTES VALUE 'I'.
           88 WRK-MODO-BOLSAS       VALUE 'B'.
           88 WRK-MODO-REMESSA      VALUE 'R'.
           88 WRK-MODO-RETORNO      VALUE 'T'.
       77 WRK-ANOMES      PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-MENS  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ALUNO       PIC 9(05) VALUE ZEROS.
       77 WRK-SW-REEXAME  PIC X(01) VALUE 'N'.
           88 WRK-ALUNO-EM-REEXAME VALUE 'S'.
       77 WRK-NOME-ALUNO  PIC X(20) VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-VENC    PIC 9(02) VALUE 10.
       77 WRK-DATA-VENC   PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-LIQ   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESCONTO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESC-PONTUAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SW-INTEGRAL PIC X(01) VALUE 'N'.
           88 WRK-TEM-INTEGRAL VALUE 'S'.
       77 WRK-PERC-PERCENTUAL PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERC-IRMAO      PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERC-PONTUAL    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-SW-FIM-BOLSA PIC X(01) VALUE 'N'.
           88 WRK-FIM-BOLSAS VALUE 'S'.
       77 WRK-SW-REPROVADO PIC X(01) VALUE 'N'.
           88 WRK-TEM-REPROVACAO VALUE 'S'.
       77 WRK-QTD-SUSPENSAS PIC 9(05) VALUE ZEROS.
       77 WRK-IDX-TIPO    PIC 9(01) VALUE ZEROS.
       77 WRK-TOTAL-QTDE  PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-RENUNCIA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-MULTA-PERC  PIC 9(02)V99 VALUE 2.
       77 WRK-JUROS-MES   PIC 9(02)V99 VALUE 1.
       77 WRK-REM-QTDE    PIC 9(06) VALUE ZEROS.
       77 WRK-REM-TOTAL   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-PAGOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DIFERENCA  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-BAIXADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CONFIRMADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NAO-CASADOS PIC 9(05) VALUE ZEROS.
       01 WRK-NN-CHAVE.
           02 WRK-NN-ALUNO    PIC 9(05).
           02 WRK-NN-ANOMES   PIC 9(06).
       01 WRK-NN-NUMERO REDEFINES WRK-NN-CHAVE PIC 9(11).
       01 WRK-LINHA-RET.
           02 FILLER          PIC X(03) VALUE 'NN '.
           02 WRK-LR-NOSSO-NUMERO PIC 9(11).
           02 FILLER          PIC X(04) VALUE ' OC '.
           02 WRK-LR-OCORRENCIA PIC X(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LR-TEXTO    PIC X(22).
           02 FILLER          PIC X(07) VALUE ' VALOR '.
           02 WRK-LR-VALOR    PIC -ZZZ.ZZ9,99.
           02 FILLER          PIC X(09) VALUE SPACES.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-CONFIG.
           02 WRK-CF-CHAVE     PIC X(20).
           02 WRK-CF-VALOR     PIC X(20).
           02 WRK-CF-VALOR-NUM PIC 9(09).
           02 WRK-CF-ACHADO    PIC X(01).
       01 WRK-TAB-TIPOS-VAL.
           02 FILLER PIC X(21) VALUE 'IINTEGRAL            '.
           02 FILLER PIC X(21) VALUE 'PPERCENTUAL          '.
           02 FILLER PIC X(21) VALUE 'RDESCONTO IRMAO      '.
           02 FILLER PIC X(21) VALUE 'APONTUALIDADE        '.
       01 WRK-TAB-TIPOS REDEFINES WRK-TAB-TIPOS-VAL.
           02 WRK-TT-ENTRADA OCCURS 4 TIMES.
               03 WRK-TT-TIPO      PIC X(01).
               03 WRK-TT-DESCRICAO PIC X(20).
       01 WRK-TAB-RENUNCIA.
           02 WRK-TR-ENTRADA OCCURS 4 TIMES.
               03 WRK-TR-QTDE      PIC 9(07).
               03 WRK-TR-VALOR     PIC 9(11)V99.
       01 WRK-LINHA-TITULO-BOL.
           02 FILLER          PIC X(29)
               VALUE 'RECEITA RENUNCIADA COM BOLSAS'.
           02 FILLER          PIC X(05) VALUE ' MES '.
           02 WRK-LTB-ANOMES  PIC 9(06).
           02 FILLER          PIC X(30) VALUE SPACES.
       01 WRK-LINHA-BOL.
           02 FILLER          PIC X(05) VALUE 'TIPO '.
           02 WRK-LB-TIPO     PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LB-DESCRICAO PIC X(20).
           02 FILLER          PIC X(06) VALUE ' QTDE '.
           02 WRK-LB-QTDE     PIC ZZZ.ZZ9.
           02 FILLER          PIC X(07) VALUE ' VALOR '.
           02 WRK-LB-VALOR    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(06) VALUE SPACES.
       77 WRK-JRN-ARQUIVO PIC X(08) VALUE SPACES.
       77 WRK-JRN-OPER    PIC X(02) VALUE SPACES.
       77 WRK-JRN-ANTES   PIC X(60) VALUE SPACES.
       77 WRK-JRN-DEPOIS  PIC X(60) VALUE SPACES.
       01 WRK-LINHA-MEN.
           02 FILLER          PIC X(06) VALUE 'ALUNO '.
           02 WRK-LM-ALUNO    PIC 9(05).
                   WHEN WRK-MODO-EXTRATO
                             PERFORM 0500-EXTRATO
                                     UNTIL WRK-ALUNO = ZEROS
                   WHEN WRK-MODO-BOLSAS
                             PERFORM 0700-RELATORIO-BOLSAS
                   WHEN WRK-MODO-REMESSA
                             PERFORM 0800-GERAR-REMESSA
                   WHEN WRK-MODO-RETORNO
                             PERFORM 0900-PROCESSAR-RETORNO
                   WHEN OTHER
                             PERFORM 0600-INADIMPLENTES
           END-EVALUATE.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           DISPLAY 'MODO (G=GERAR / P=PAGAMENTOS / '
                   'E=EXTRATO / I=INADIMPLENTES / '
                   'B=BOLSAS / R=REMESSA / T=RETORNO): '.
           ACCEPT WRK-SW-MODO FROM CONSOLE.
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO = 'S'
                   MOVE WRK-BD-DATA TO WRK-DATA-HOJE
           ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           END-IF.
           MOVE 'MENS-DIA-VENC' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
              AND WRK-CF-VALOR-NUM < 29
                   MOVE WRK-CF-VALOR-NUM TO WRK-DIA-VENC
           END-IF.
           MOVE 'BOL-MULTA-PERC' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   COMPUTE WRK-MULTA-PERC = WRK-CF-VALOR-NUM / 100
           END-IF.
           MOVE 'BOL-JUROS-MES' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   COMPUTE WRK-JUROS-MES = WRK-CF-VALOR-NUM / 100
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'MENSALIDADES' TO WRK-CAB-TITULO.
           ACCEPT WRK-CAB-DATA FROM DATE YYYYMMDD.
                             END-IF
                   WHEN WRK-MODO-EXTRATO
                             PERFORM 0110-OBTER-ALUNO
                   WHEN WRK-MODO-BOLSAS
                             DISPLAY 'MES DE REFERENCIA (AAAAMM): '
                             ACCEPT WRK-ANOMES FROM CONSOLE
                   WHEN WRK-MODO-REMESSA
                             DISPLAY 'MES DAS COBRANCAS (AAAAMM): '
                             ACCEPT WRK-ANOMES FROM CONSOLE
                   WHEN WRK-MODO-RETORNO
                             OPEN INPUT RETORNO-FILE
                             IF NOT WRK-FS-RETORNO-OK
                                     DISPLAY 'RETORNO.TXT NAO '
                                             'ENCONTRADO'
                                     MOVE '10' TO WRK-FS-RETORNO
                             END-IF
                   WHEN OTHER
                             CONTINUE
           END-EVALUATE.
           MOVE WRK-ANOMES TO MEN-ANOMES.
           READ MENSALID-FILE
               INVALID KEY
                   PERFORM 0230-APLICAR-BOLSAS
                   MOVE WRK-VALOR-LIQ    TO MEN-VALOR
                   MOVE ZEROS            TO MEN-PAGO
                   MOVE WRK-DESC-PONTUAL TO MEN-DESC-PONTUAL
                   MOVE SPACE            TO MEN-SIT-BOLETO
                   IF WRK-VALOR-LIQ = ZEROS
                           MOVE 'Q' TO MEN-STATUS
                   ELSE
                           MOVE 'A' TO MEN-STATUS
                   END-IF
                   WRITE MEN-REGISTRO
                   ADD 1 TO WRK-CONTADOR
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           CLOSE MENSALID-FILE.
       0230-APLICAR-BOLSAS.
           MOVE WRK-VALOR-MENS TO WRK-VALOR-LIQ.
           MOVE ZEROS          TO WRK-DESC-PONTUAL
                                  WRK-PERC-PERCENTUAL
                                  WRK-PERC-IRMAO
                                  WRK-PERC-PONTUAL.
           MOVE 'N'            TO WRK-SW-INTEGRAL.
           MOVE 'N'            TO WRK-SW-FIM-BOLSA.
           OPEN I-O BOLSAS-FILE.
           IF NOT WRK-FS-BOLSAS-OK
                   MOVE 'S' TO WRK-SW-FIM-BOLSA
           ELSE
                   MOVE ALU-ID    TO BOL-ALUNO
                   MOVE LOW-VALUE TO BOL-TIPO
                   START BOLSAS-FILE KEY >= BOL-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM-BOLSA
                   END-START
           END-IF.
           PERFORM 0240-LER-BOLSA UNTIL WRK-FIM-BOLSAS.
           CLOSE BOLSAS-FILE.
           IF WRK-TEM-INTEGRAL
                   MOVE WRK-VALOR-LIQ TO WRK-DESCONTO
                   MOVE 'I'           TO BMV-TIPO
                   PERFORM 0270-DESCONTAR
           ELSE
                   IF WRK-PERC-PERCENTUAL > ZEROS
                           COMPUTE WRK-DESCONTO ROUNDED =
                                   WRK-VALOR-LIQ
                                   * WRK-PERC-PERCENTUAL / 100
                           MOVE 'P' TO BMV-TIPO
                           PERFORM 0270-DESCONTAR
                   END-IF
                   IF WRK-PERC-IRMAO > ZEROS
                           COMPUTE WRK-DESCONTO ROUNDED =
                                   WRK-VALOR-LIQ
                                   * WRK-PERC-IRMAO / 100
                           MOVE 'R' TO BMV-TIPO
                           PERFORM 0270-DESCONTAR
                   END-IF
                   IF WRK-PERC-PONTUAL > ZEROS
                           COMPUTE WRK-DESC-PONTUAL ROUNDED =
                                   WRK-VALOR-LIQ
                                   * WRK-PERC-PONTUAL / 100
                   END-IF
           END-IF.
       0240-LER-BOLSA.
           READ BOLSAS-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM-BOLSA
               NOT AT END
                   IF BOL-ALUNO NOT = ALU-ID
                           MOVE 'S' TO WRK-SW-FIM-BOLSA
                   ELSE
                           PERFORM 0250-AVALIAR-BOLSA
                   END-IF
           END-READ.
       0250-AVALIAR-BOLSA.
           IF BOL-ATIVA
              AND BOL-MES-INICIO NOT > WRK-ANOMES
              AND (BOL-MES-FIM = ZEROS
                   OR BOL-MES-FIM NOT < WRK-ANOMES)
                   IF BOL-COND-ACADEMICA
                           PERFORM 0260-VERIFICAR-HISTORICO
                   ELSE
                           MOVE 'N' TO WRK-SW-REPROVADO
                   END-IF
                   IF WRK-TEM-REPROVACAO
                           PERFORM 0265-SUSPENDER-BOLSA
                   ELSE
                           EVALUATE TRUE
                               WHEN BOL-INTEGRAL
                                   MOVE 'S' TO WRK-SW-INTEGRAL
                               WHEN BOL-PERCENTUAL-T
                                   MOVE BOL-PERCENTUAL
                                       TO WRK-PERC-PERCENTUAL
                               WHEN BOL-IRMAO-T
                                   MOVE BOL-PERCENTUAL
                                       TO WRK-PERC-IRMAO
                               WHEN BOL-PONTUALIDADE
                                   MOVE BOL-PERCENTUAL
                                       TO WRK-PERC-PONTUAL
                           END-EVALUATE
                   END-IF
           END-IF.
       0260-VERIFICAR-HISTORICO.
           MOVE 'N'    TO WRK-SW-REPROVADO.
           MOVE SPACES TO WRK-FS-HISTORICO.
           OPEN INPUT HISTORICO-FILE.
           IF WRK-FS-HISTORICO-OK
                   PERFORM 0262-LER-HISTORICO
                           UNTIL WRK-FS-HISTORICO = '10'
                              OR WRK-TEM-REPROVACAO
           END-IF.
           CLOSE HISTORICO-FILE.
       0262-LER-HISTORICO.
           READ HISTORICO-FILE
               AT END
                   MOVE '10' TO WRK-FS-HISTORICO
               NOT AT END
                   IF HIS-ID = ALU-ID
                      AND HIS-PERIODO NOT < BOL-MES-INICIO
                      AND (HIS-STATUS = 'F' OR HIS-STATUS = 'Q')
                           MOVE 'S' TO WRK-SW-REPROVADO
                   END-IF
           END-READ.
       0265-SUSPENDER-BOLSA.
           MOVE BOL-REGISTRO  TO WRK-JRN-ANTES.
           MOVE 'S'           TO BOL-SITUACAO.
           MOVE WRK-DATA-HOJE TO BOL-DATA-SUSPENSAO.
           MOVE BOL-REGISTRO  TO WRK-JRN-DEPOIS.
           MOVE 'BOLSAS'      TO WRK-JRN-ARQUIVO.
           MOVE 'RW'          TO WRK-JRN-OPER.
           REWRITE BOL-REGISTRO.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-QTD-SUSPENSAS.
           DISPLAY 'BOLSA ' BOL-TIPO ' DO ALUNO ' BOL-ALUNO
                   ' SUSPENSA - PERIODO REPROVADO NO HISTORICO'.
       0270-DESCONTAR.
           IF WRK-DESCONTO > WRK-VALOR-LIQ
                   MOVE WRK-VALOR-LIQ TO WRK-DESCONTO
           END-IF.
           SUBTRACT WRK-DESCONTO FROM WRK-VALOR-LIQ.
           MOVE ALU-ID       TO BMV-ALUNO.
           MOVE WRK-ANOMES   TO BMV-ANOMES.
           MOVE WRK-DESCONTO TO BMV-VALOR.
           PERFORM 0280-GRAVAR-MOVIMENTO.
       0280-GRAVAR-MOVIMENTO.
           IF BMV-VALOR > ZEROS
                   MOVE WRK-DATA-HOJE TO BMV-DATA
                   OPEN EXTEND BOLSAMOV-FILE
                   IF WRK-FS-BOLSAMOV-ARQ-INEXISTENTE
                           CLOSE BOLSAMOV-FILE
                           OPEN OUTPUT BOLSAMOV-FILE
                   END-IF
                   WRITE BMV-REGISTRO
                   CLOSE BOLSAMOV-FILE
           END-IF.
       0400-APLICAR-PAGAMENTOS.
           READ PAGTOS-FILE
               AT END
                                   PAG-ANOMES
                       NOT INVALID KEY
                           ADD PAG-VALOR TO MEN-PAGO
                           PERFORM 0420-AVALIAR-QUITACAO
                           REWRITE MEN-REGISTRO
                           ADD 1 TO WRK-CONTADOR
                   END-READ
                   CLOSE MENSALID-FILE
           END-IF.
       0420-AVALIAR-QUITACAO.
           COMPUTE WRK-DATA-VENC = (MEN-ANOMES * 100) + WRK-DIA-VENC.
           IF MEN-ABERTA
              AND MEN-DESC-PONTUAL > ZEROS
              AND PAG-DATA NOT > WRK-DATA-VENC
              AND MEN-PAGO + MEN-DESC-PONTUAL >= MEN-VALOR
                   SUBTRACT MEN-DESC-PONTUAL FROM MEN-VALOR
                   MOVE 'Q'              TO MEN-STATUS
                   MOVE MEN-ALUNO        TO BMV-ALUNO
                   MOVE MEN-ANOMES       TO BMV-ANOMES
                   MOVE 'A'              TO BMV-TIPO
                   MOVE MEN-DESC-PONTUAL TO BMV-VALOR
                   PERFORM 0280-GRAVAR-MOVIMENTO
           ELSE
                   IF MEN-PAGO >= MEN-VALOR
                           MOVE 'Q' TO MEN-STATUS
                   END-IF
           END-IF.
       0500-EXTRATO.
           MOVE 'N' TO WRK-SW-FIM.
           PERFORM 0510-CONSULTAR-NOME.
                           MOVE 'S' TO WRK-SW-REEXAME
                   END-IF
           END-READ.
       0700-RELATORIO-BOLSAS.
           MOVE WRK-ANOMES TO WRK-LTB-ANOMES.
           WRITE REP-LINHA FROM WRK-LINHA-TITULO-BOL.
           DISPLAY WRK-LINHA-TITULO-BOL.
           INITIALIZE WRK-TAB-RENUNCIA.
           OPEN INPUT BOLSAMOV-FILE.
           IF NOT WRK-FS-BOLSAMOV-OK
                   DISPLAY 'BOLSAMOV.DAT NAO ENCONTRADO'
           ELSE
                   PERFORM 0710-LER-MOVIMENTO
                           UNTIL WRK-FIM-VARRE
           END-IF.
           CLOSE BOLSAMOV-FILE.
           PERFORM 0730-IMPRIMIR-TIPO
                   VARYING WRK-IDX-TIPO FROM 1 BY 1
                   UNTIL WRK-IDX-TIPO > 4.
           MOVE SPACE                 TO WRK-LB-TIPO.
           MOVE 'TOTAL RENUNCIADO'    TO WRK-LB-DESCRICAO.
           MOVE WRK-TOTAL-QTDE        TO WRK-LB-QTDE.
           MOVE WRK-TOTAL-RENUNCIA    TO WRK-LB-VALOR.
           WRITE REP-LINHA FROM WRK-LINHA-BOL.
           DISPLAY WRK-LINHA-BOL.
       0710-LER-MOVIMENTO.
           READ BOLSAMOV-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF BMV-ANOMES = WRK-ANOMES
                           PERFORM 0720-ACUMULAR-MOVIMENTO
                   END-IF
           END-READ.
       0720-ACUMULAR-MOVIMENTO.
           EVALUATE BMV-TIPO
               WHEN 'I'
                   MOVE 1 TO WRK-IDX-TIPO
               WHEN 'P'
                   MOVE 2 TO WRK-IDX-TIPO
               WHEN 'R'
                   MOVE 3 TO WRK-IDX-TIPO
               WHEN OTHER
                   MOVE 4 TO WRK-IDX-TIPO
           END-EVALUATE.
           ADD 1         TO WRK-TR-QTDE(WRK-IDX-TIPO).
           ADD BMV-VALOR TO WRK-TR-VALOR(WRK-IDX-TIPO).
           ADD 1 TO WRK-CONTADOR.
       0730-IMPRIMIR-TIPO.
           MOVE WRK-TT-TIPO(WRK-IDX-TIPO)      TO WRK-LB-TIPO.
           MOVE WRK-TT-DESCRICAO(WRK-IDX-TIPO) TO WRK-LB-DESCRICAO.
           MOVE WRK-TR-QTDE(WRK-IDX-TIPO)      TO WRK-LB-QTDE.
           MOVE WRK-TR-VALOR(WRK-IDX-TIPO)     TO WRK-LB-VALOR.
           ADD WRK-TR-QTDE(WRK-IDX-TIPO)  TO WRK-TOTAL-QTDE.
           ADD WRK-TR-VALOR(WRK-IDX-TIPO) TO WRK-TOTAL-RENUNCIA.
           WRITE REP-LINHA FROM WRK-LINHA-BOL.
           DISPLAY WRK-LINHA-BOL.
       0800-GERAR-REMESSA.
           OPEN I-O MENSALID-FILE.
           IF NOT WRK-FS-MENSALID-OK
                   DISPLAY 'MENSALID.DAT NAO ENCONTRADO'
                   CLOSE MENSALID-FILE
           ELSE
                   OPEN OUTPUT REMESSA-FILE
                   MOVE SPACES        TO REM-HEADER
                   MOVE '0'           TO REM-TIPO
                   MOVE WRK-DATA-HOJE TO REM-H-DATA
                   MOVE WRK-ANOMES    TO REM-H-MES
                   MOVE 'BOL-CONVENIO' TO WRK-CF-CHAVE
                   CALL 'PROGCOB48' USING WRK-CONFIG
                   IF WRK-CF-ACHADO = 'S'
                           MOVE WRK-CF-VALOR TO REM-H-CONVENIO
                   END-IF
                   WRITE REM-HEADER
                   PERFORM 0810-LER-COBRANCA
                           UNTIL WRK-FIM-VARRE
                   MOVE SPACES        TO REM-TRAILER
                   MOVE '9'           TO REM-TIPO
                   MOVE WRK-REM-QTDE  TO REM-T-QTDE
                   MOVE WRK-REM-TOTAL TO REM-T-TOTAL
                   WRITE REM-TRAILER
                   CLOSE REMESSA-FILE
                   CLOSE MENSALID-FILE
                   DISPLAY 'BOLETOS NA REMESSA ===> ' WRK-REM-QTDE
           END-IF.
       0810-LER-COBRANCA.
           READ MENSALID-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF MEN-ANOMES = WRK-ANOMES
                      AND MEN-ABERTA
                      AND MEN-BOLETO-PENDENTE
                           PERFORM 0820-GRAVAR-BOLETO
                   END-IF
           END-READ.
       0820-GRAVAR-BOLETO.
           MOVE MEN-ALUNO TO WRK-ALUNO.
           PERFORM 0510-CONSULTAR-NOME.
           MOVE MEN-ALUNO  TO WRK-NN-ALUNO.
           MOVE MEN-ANOMES TO WRK-NN-ANOMES.
           MOVE SPACES     TO REM-DETALHE.
           MOVE '1'        TO REM-TIPO.
           MOVE WRK-NN-NUMERO TO REM-NOSSO-NUMERO.
           COMPUTE REM-VENCIMENTO = (MEN-ANOMES * 100)
                   + WRK-DIA-VENC.
           COMPUTE REM-VALOR = MEN-VALOR - MEN-PAGO.
           MOVE WRK-MULTA-PERC TO REM-MULTA-PERC.
           COMPUTE REM-JUROS-DIA ROUNDED =
                   REM-VALOR * WRK-JUROS-MES / 100 / 30.
           MOVE MEN-DESC-PONTUAL TO REM-DESC-ATE-VENC.
           MOVE WRK-NOME-ALUNO   TO REM-SACADO.
           WRITE REM-DETALHE.
           MOVE 'R' TO MEN-SIT-BOLETO.
           REWRITE MEN-REGISTRO.
           ADD 1         TO WRK-REM-QTDE.
           ADD REM-VALOR TO WRK-REM-TOTAL.
           ADD 1         TO WRK-CONTADOR.
       0900-PROCESSAR-RETORNO.
           PERFORM 0910-LER-RETORNO
                   UNTIL WRK-FS-RETORNO = '10'.
           CLOSE RETORNO-FILE.
           DISPLAY 'BOLETOS PAGOS ===> ' WRK-QTD-PAGOS.
           DISPLAY 'PAGOS COM DIFERENCA ===> ' WRK-QTD-DIFERENCA.
           DISPLAY 'BOLETOS BAIXADOS ===> ' WRK-QTD-BAIXADOS.
           DISPLAY 'BOLETOS REJEITADOS ===> ' WRK-QTD-REJEITADOS.
           DISPLAY 'ENTRADAS CONFIRMADAS ===> '
                   WRK-QTD-CONFIRMADOS.
           DISPLAY 'OCORRENCIAS NAO CASADAS ===> '
                   WRK-QTD-NAO-CASADOS.
       0910-LER-RETORNO.
           READ RETORNO-FILE
               AT END
                   MOVE '10' TO WRK-FS-RETORNO
               NOT AT END
                   IF RET-DETALHE
                           PERFORM 0920-TRATAR-OCORRENCIA
                   END-IF
           END-READ.
       0920-TRATAR-OCORRENCIA.
           MOVE RET-NOSSO-NUMERO TO WRK-LR-NOSSO-NUMERO.
           MOVE RET-OCORRENCIA   TO WRK-LR-OCORRENCIA.
           MOVE RET-VALOR-PAGO   TO WRK-LR-VALOR.
           OPEN I-O MENSALID-FILE.
           IF NOT WRK-FS-MENSALID-OK
                   CLOSE MENSALID-FILE
                   DISPLAY 'MENSALID.DAT NAO ENCONTRADO'
                   MOVE '10' TO WRK-FS-RETORNO
           ELSE
                   MOVE RET-NN-ALUNO  TO MEN-ALUNO
                   MOVE RET-NN-ANOMES TO MEN-ANOMES
                   READ MENSALID-FILE
                       INVALID KEY
                           MOVE 'COBRANCA INEXISTENTE'
                               TO WRK-LR-TEXTO
                           PERFORM 0990-LISTAR-NAO-CASADO
                       NOT INVALID KEY
                           PERFORM 0930-APLICAR-OCORRENCIA
                   END-READ
                   CLOSE MENSALID-FILE
           END-IF.
       0930-APLICAR-OCORRENCIA.
           EVALUATE TRUE
               WHEN RET-LIQUIDACAO AND MEN-QUITADA
                   MOVE 'PAGTO EM COBR. QUITADA' TO WRK-LR-TEXTO
                   PERFORM 0990-LISTAR-NAO-CASADO
               WHEN RET-LIQUIDACAO
                   PERFORM 0940-LIQUIDAR-BOLETO
               WHEN RET-BAIXA
                   MOVE 'C' TO MEN-SIT-BOLETO
                   REWRITE MEN-REGISTRO
                   ADD 1 TO WRK-QTD-BAIXADOS
                   MOVE 'BOLETO BAIXADO' TO WRK-LR-TEXTO
                   PERFORM 0980-LISTAR-OCORRENCIA
               WHEN RET-ENTRADA-REJEITADA
                   MOVE 'J' TO MEN-SIT-BOLETO
                   REWRITE MEN-REGISTRO
                   ADD 1 TO WRK-QTD-REJEITADOS
                   MOVE RET-MOTIVO TO WRK-LR-TEXTO
                   PERFORM 0980-LISTAR-OCORRENCIA
               WHEN RET-ENTRADA-CONFIRMADA
                   MOVE 'R' TO MEN-SIT-BOLETO
                   REWRITE MEN-REGISTRO
                   ADD 1 TO WRK-QTD-CONFIRMADOS
               WHEN OTHER
                   MOVE 'OCORRENCIA INVALIDA' TO WRK-LR-TEXTO
                   PERFORM 0990-LISTAR-NAO-CASADO
           END-EVALUATE.
       0940-LIQUIDAR-BOLETO.
           MOVE MEN-ALUNO      TO PAG-ALUNO.
           MOVE MEN-ANOMES     TO PAG-ANOMES.
           MOVE RET-VALOR-PAGO TO PAG-VALOR.
           MOVE RET-DATA-OCORR TO PAG-DATA.
           ADD PAG-VALOR TO MEN-PAGO.
           PERFORM 0420-AVALIAR-QUITACAO.
           MOVE 'C' TO MEN-SIT-BOLETO.
           REWRITE MEN-REGISTRO.
           ADD 1 TO WRK-CONTADOR.
           COMPUTE WRK-SALDO = MEN-VALOR - MEN-PAGO.
           IF WRK-SALDO = ZEROS
                   ADD 1 TO WRK-QTD-PAGOS
           ELSE
                   ADD 1 TO WRK-QTD-DIFERENCA
                   IF WRK-SALDO > ZEROS
                           MOVE 'PAGO A MENOR - ABERTA'
                               TO WRK-LR-TEXTO
                   ELSE
                           MOVE 'PAGO A MAIOR - CREDITO'
                               TO WRK-LR-TEXTO
                   END-IF
                   PERFORM 0980-LISTAR-OCORRENCIA
           END-IF.
       0980-LISTAR-OCORRENCIA.
           WRITE REP-LINHA FROM WRK-LINHA-RET.
           DISPLAY WRK-LINHA-RET.
       0990-LISTAR-NAO-CASADO.
           ADD 1 TO WRK-QTD-NAO-CASADOS.
           PERFORM 0980-LISTAR-OCORRENCIA.
       0300-FINALIZAR.
           CLOSE REPORT-FILE.
           DISPLAY 'REGISTROS TRATADOS ===> ' WRK-CONTADOR.
           DISPLAY 'PAGAMENTOS SEM COBRANCA ===> ' WRK-QTD-SEM-REF.
           DISPLAY 'BOLSAS SUSPENSAS ===> ' WRK-QTD-SUSPENSAS.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0098-GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE.
           IF WRK-FS-JORNAL-ARQ-INEXISTENTE
                   CLOSE JORNAL-FILE
                   OPEN OUTPUT JORNAL-FILE
           END-IF.
           MOVE SPACES TO JRN-REGISTRO.
           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE 'PROGCOB79'      TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB79' TO OPLOG-PROGRAMA.
