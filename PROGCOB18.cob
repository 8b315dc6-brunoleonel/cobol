      *       PROGCOB83)
      * 147 - EXIGE DATA DE NEGOCIO ABERTA (BUSDATE.DAT
      *       VIA PROGCOB90) PARA MANTER O MESTRE
      * 204 - MODELO DA LOJA NO MESTRE (P=PROPRIA /
      *       F=FRANQUIA) INFORMADO NA INCLUSAO/ALTERACAO -
      *       LOJA FRANQUIA TEM CONTRATO EM FRANQUIA.DAT
      *       (PROGCOB157) E E FATURADA PELO PROGCOB158
      * 206 - MUDANCA DE REGIAO, DE DATA DE ABERTURA E A
      *       DESATIVACAO (ENCERRAMENTO) DE LOJA NAO SAO
      *       APLICADAS NA HORA - VAO PARA MUDPEND.DAT E SO
      *       VALEM APOS APROVACAO DE OUTRO OPERADOR NO
      *       PROGCOB161 (DUPLO CONTROLE)
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERM-USER
               FILE STATUS IS WRK-FS-PERMS.
           SELECT MUDPEND-FILE ASSIGN TO 'MUDPEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MUDPEND.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
           02 M2-REGIAO        PIC 9(02).
           02 M2-DATA-ABERTURA PIC 9(08).
           02 M2-DATA-ENCERR   PIC 9(08).
           02 M2-MODELO        PIC X(01).
       FD  SALES-FILE.
           COPY 'SALEREC.cob'.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  MUDPEND-FILE.
           COPY 'MUDPREC.cob'.
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       FD  JORNAL-FILE.
       77 WRK-FS-PERMS  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-FS-MUDPEND PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MUDPEND==.
       77 WRK-FS-OPLOG  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
           88 WRK-LOJA-COM-MOVIMENTO VALUE 'S'.
       77 WRK-REGIAO    PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-ABERTURA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ENCERR   PIC 9(08) VALUE ZEROS.
       77 WRK-MODELO    PIC X(01) VALUE SPACES.
           88 WRK-MODELO-VALIDO VALUE 'P' 'F'.
       77 WRK-SW-REGIAO PIC X(01) VALUE 'N'.
           88 WRK-REGIAO-VALIDA VALUE 'S'.
       77 WRK-FS-MASTER2 PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER2==.
       77 WRK-ACAO      PIC X(15) VALUE SPACES.
       77 WRK-QTD-PEND  PIC 9(05) VALUE ZEROS.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
                   MOVE WRK-REGIAO TO MASTER-REGIAO
                   MOVE ZEROS      TO MASTER-DATA-ABERTURA
                                      MASTER-DATA-ENCERR
                   MOVE SPACE      TO MASTER-MODELO
                   IF WRK-TIPO = 'L'
                           PERFORM 0218-OBTER-ABERTURA
                           MOVE WRK-DATA-ABERTURA
                               TO MASTER-DATA-ABERTURA
                           PERFORM 0227-OBTER-MODELO
                           MOVE WRK-MODELO TO MASTER-MODELO
                   END-IF
                   MOVE 'MASTER'   TO WRK-JRN-ARQUIVO
                   MOVE 'WR'       TO WRK-JRN-OPER
           IF WRK-NOME = SPACES
                   DISPLAY 'NOME EM BRANCO - REDIGITE'
           END-IF.
       0227-OBTER-MODELO.
           MOVE SPACES TO WRK-MODELO.
           PERFORM 0228-ACEITAR-MODELO UNTIL WRK-MODELO-VALIDO.
       0228-ACEITAR-MODELO.
           DISPLAY 'MODELO DA LOJA (P=PROPRIA / F=FRANQUIA): '.
           ACCEPT  WRK-MODELO FROM CONSOLE.
           IF NOT WRK-MODELO-VALIDO
                   DISPLAY 'MODELO INVALIDO - REDIGITE'
           END-IF.
       0230-ALTERAR.
           OPEN I-O MASTER-FILE.
           MOVE WRK-TIPO   TO MASTER-TIPO.
                   PERFORM 0216-OBTER-REGIAO
                   MOVE WRK-NOME TO MASTER-NOME
                   IF WRK-TIPO = 'L'
                           IF WRK-REGIAO NOT = MASTER-REGIAO
                                   MOVE 'REGI'        TO MUD-CAMPO
                                   MOVE SPACES        TO MUD-ANTES-FLAG
                                                         MUD-NOVO-FLAG
                                   MOVE MASTER-REGIAO TO MUD-ANTES-NUM
                                   MOVE WRK-REGIAO    TO MUD-NOVO-NUM
                                   PERFORM 0235-GRAVAR-MUDANCA
                                   DISPLAY 'NOVA REGIAO PENDENTE DE '
                                           'APROVACAO'
                           END-IF
                           DISPLAY 'ABERTURA ATUAL: '
                                   MASTER-DATA-ABERTURA
                           DISPLAY 'NOVA DATA DE ABERTURA '
                                   '(ZEROS MANTEM): '
                           ACCEPT WRK-DATA-ABERTURA FROM CONSOLE
                           IF WRK-DATA-ABERTURA NOT = ZEROS
                              AND WRK-DATA-ABERTURA NOT =
                                  MASTER-DATA-ABERTURA
                                   MOVE 'ABER'        TO MUD-CAMPO
                                   MOVE SPACES        TO MUD-ANTES-FLAG
                                                         MUD-NOVO-FLAG
                                   MOVE MASTER-DATA-ABERTURA
                                       TO MUD-ANTES-NUM
                                   MOVE WRK-DATA-ABERTURA
                                       TO MUD-NOVO-NUM
                                   PERFORM 0235-GRAVAR-MUDANCA
                                   DISPLAY 'NOVA ABERTURA PENDENTE DE '
                                           'APROVACAO'
                           END-IF
                           DISPLAY 'MODELO ATUAL: ' MASTER-MODELO
                           DISPLAY 'NOVO MODELO (P=PROPRIA / '
                                   'F=FRANQUIA / BRANCO MANTEM): '
                           ACCEPT WRK-MODELO FROM CONSOLE
                           IF WRK-MODELO-VALIDO
                                   MOVE WRK-MODELO TO MASTER-MODELO
                           END-IF
                   END-IF
                   MOVE 'MASTER'   TO WRK-JRN-ARQUIVO
                   DISPLAY 'REGISTRO ALTERADO NO MESTRE'
           END-READ.
           CLOSE MASTER-FILE.
       0235-GRAVAR-MUDANCA.
           OPEN EXTEND MUDPEND-FILE.
           IF WRK-FS-MUDPEND-ARQ-INEXISTENTE
                   CLOSE MUDPEND-FILE
                   OPEN OUTPUT MUDPEND-FILE
           END-IF.
           MOVE 'L'        TO MUD-ARQUIVO.
           MOVE WRK-CODIGO TO MUD-CODIGO.
           MOVE WRK-USER   TO MUD-SOLICITANTE.
           ACCEPT MUD-DATA FROM DATE YYYYMMDD.
           ACCEPT MUD-HORA FROM TIME.
           MOVE 'P'        TO MUD-STATUS.
           MOVE ZEROS      TO MUD-APROVADOR MUD-DATA-DECISAO.
           WRITE MUD-REGISTRO.
           CLOSE MUDPEND-FILE.
           ADD 1 TO WRK-QTD-PEND.
           MOVE 'MEST PENDENTE' TO WRK-ACAO.
           PERFORM 0260-REGISTRAR-AUDITORIA.
       0240-DESATIVAR.
           IF WRK-TIPO = 'L'
                   PERFORM 0250-VERIFICAR-MOVIMENTO
               INVALID KEY
                   DISPLAY 'CHAVE NAO CADASTRADA NO MESTRE'
               NOT INVALID KEY
                   IF MASTER-LOJA
                           PERFORM 0247-PENDENTE-DESATIVACAO
                   ELSE
                           PERFORM 0246-APLICAR-DESATIVACAO
                   END-IF
           END-READ.
           CLOSE MASTER-FILE.
       0246-APLICAR-DESATIVACAO.
           MOVE MASTER-REGISTRO TO WRK-JRN-ANTES.
           MOVE 'N' TO MASTER-ATIVO.
           MOVE 'MASTER'   TO WRK-JRN-ARQUIVO.
           MOVE 'RW'       TO WRK-JRN-OPER.
           MOVE MASTER-REGISTRO TO WRK-JRN-DEPOIS.
           REWRITE MASTER-REGISTRO.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-CONTADOR.
           MOVE 'MEST DESATIVACA' TO WRK-ACAO.
           PERFORM 0260-REGISTRAR-AUDITORIA.
           DISPLAY 'REGISTRO DESATIVADO NO MESTRE'.
       0247-PENDENTE-DESATIVACAO.
           IF NOT MASTER-ATIVO-SIM
                   DISPLAY 'LOJA JA DESATIVADA NO MESTRE'
           ELSE
                   MOVE 'DESA'       TO MUD-CAMPO
                   MOVE MASTER-ATIVO TO MUD-ANTES-FLAG
                   MOVE 'N'          TO MUD-NOVO-FLAG
                   MOVE MASTER-DATA-ENCERR TO MUD-ANTES-NUM
                   ACCEPT WRK-DATA-ENCERR FROM DATE YYYYMMDD
                   MOVE WRK-DATA-ENCERR    TO MUD-NOVO-NUM
                   PERFORM 0235-GRAVAR-MUDANCA
                   DISPLAY 'DESATIVACAO DA LOJA PENDENTE DE '
                           'APROVACAO'
           END-IF.
       0250-VERIFICAR-MOVIMENTO.
           MOVE 'N' TO WRK-SW-MOVIMENTO.
           OPEN INPUT SALES-FILE.
           CALL 'PROGCOB82' USING WRK-PRM-AUDIT.
       0300-FINALIZAR.
           DISPLAY 'ALTERACOES NO MESTRE ===> ' WRK-CONTADOR.
           DISPLAY 'MUDANCAS PENDENTES DE APROVACAO ===> '
                   WRK-QTD-PEND.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
