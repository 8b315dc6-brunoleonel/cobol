       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB163.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = MANUTENCAO ON-LINE DO MESTRE DE EMPRESAS
      *            DO GRUPO (EMPRESA.DAT) E DO VINCULO DAS
      *            LOJAS COM A EMPRESA (LOJAEMP.DAT)
      * DATA = XX/XX/XXXX
      * 208 - INCLUSAO/ALTERACAO DE EMPRESA COM CNPJ VALIDADO
      *       PELOS DIGITOS VERIFICADORES E REGIME TRIBUTARIO,
      *       VINCULO DA LOJA A EMPRESA A PARTIR DE UMA DATA
      *       E LISTAGEM DAS EMPRESAS E VINCULOS, COM FUNCAO
      *       'EMPR' DA MATRIZ E JORNAL DE IMAGENS ANTES/
      *       DEPOIS EM JRNL.LOG
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESA-FILE ASSIGN TO 'EMPRESA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS WRK-FS-EMPRESA.
           SELECT LOJAEMP-FILE ASSIGN TO 'LOJAEMP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LJE-CHAVE
               FILE STATUS IS WRK-FS-LOJAEMP.
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
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESA-FILE.
           COPY 'EMPRREC.cob'.
       FD  LOJAEMP-FILE.
           COPY 'LJEMREC.cob'.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
       77 WRK-FS-EMPRESA  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-EMPRESA==.
       77 WRK-FS-LOJAEMP  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-LOJAEMP==.
       77 WRK-FS-MASTER   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-FS-PERMS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-FS-JORNAL   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-JORNAL==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-USER      PIC 9(02) VALUE ZEROS.
       77 WRK-PIN       PIC 9(04) VALUE ZEROS.
       77 WRK-SW-ACESSO PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-OK VALUE 'S'.
       77 WRK-OPCAO     PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-EMPRESA VALUE 'E'.
           88 WRK-OPCAO-VINCULO VALUE 'V'.
           88 WRK-OPCAO-LISTAR  VALUE 'L'.
           88 WRK-OPCAO-FIM     VALUE 'X'.
       77 WRK-CONTADOR  PIC 9(07) VALUE ZEROS.
       77 WRK-EMPRESA   PIC 9(02) VALUE ZEROS.
       77 WRK-LOJA      PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-SW-EXISTE PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-EXISTE VALUE 'S'.
       77 WRK-SW-LOJA-OK PIC X(01) VALUE 'N'.
           88 WRK-LOJA-VALIDA VALUE 'S'.
       77 WRK-SW-EMPR-OK PIC X(01) VALUE 'N'.
           88 WRK-EMPRESA-VALIDA VALUE 'S'.
       77 WRK-SW-CNPJ-OK PIC X(01) VALUE 'N'.
           88 WRK-CNPJ-VALIDO VALUE 'S'.
       77 WRK-LOJA-ANTERIOR PIC 9(03) VALUE ZEROS.
       01 WRK-CNPJ-DESM.
           02 WRK-CNPJ-DIG PIC 9(01) OCCURS 14 TIMES.
       01 WRK-PESOS-CNPJ-DADOS.
           02 FILLER PIC X(13) VALUE '6543298765432'.
       01 WRK-PESOS-CNPJ REDEFINES WRK-PESOS-CNPJ-DADOS.
           02 WRK-PESO-CNPJ PIC 9(01) OCCURS 13 TIMES.
       77 WRK-IDX        PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA       PIC 9(04) VALUE ZEROS.
       77 WRK-QUOCIENTE  PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO      PIC 9(02) VALUE ZEROS.
       77 WRK-DV1        PIC 9(02) VALUE ZEROS.
       77 WRK-DV2        PIC 9(02) VALUE ZEROS.
       77 WRK-SW-IGUAIS  PIC X(01) VALUE 'S'.
           88 WRK-TODOS-IGUAIS VALUE 'S'.
       01 WRK-BUSDATE.
           02 WRK-BD-FUNCAO    PIC X(01).
           02 WRK-BD-DATA      PIC 9(08).
           02 WRK-BD-RESULTADO PIC X(01).
       01 WRK-AUTORIZACAO.
           02 WRK-AUT-USER      PIC 9(02).
           02 WRK-AUT-FUNCAO    PIC X(04).
           02 WRK-AUT-RESULTADO PIC X(01).
       01 WRK-DATA-VAL.
           02 WRK-DV-DATA       PIC 9(08).
           02 WRK-DV-VALIDA     PIC X(01).
           02 WRK-DV-DIA-SEMANA PIC 9(01).
       77 WRK-JRN-ARQUIVO  PIC X(08) VALUE SPACES.
       77 WRK-JRN-OPER     PIC X(02) VALUE SPACES.
       77 WRK-JRN-ANTES    PIC X(60) VALUE SPACES.
       77 WRK-JRN-DEPOIS   PIC X(60) VALUE SPACES.
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
                   PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-FIM
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
                           'MANUTENCAO RECUSADA'
           ELSE
                   MOVE WRK-BD-DATA TO WRK-DATA-HOJE
                   DISPLAY 'EMPRESAS E VINCULOS - OPERADOR: '
                   ACCEPT  WRK-USER FROM CONSOLE
                   DISPLAY 'PIN DE ACESSO: '
                   ACCEPT  WRK-PIN FROM CONSOLE
                   PERFORM 0110-VALIDAR-ACESSO
                   IF NOT WRK-ACESSO-OK
                           DISPLAY 'OPERADOR SEM PERMISSAO PARA '
                                   'CADASTRO DE EMPRESAS'
                   ELSE
                           PERFORM 0120-OBTER-OPCAO
                   END-IF
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
                   MOVE 'EMPR'   TO WRK-AUT-FUNCAO
                   CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                   IF WRK-AUT-RESULTADO NOT = 'S'
                           MOVE 'N' TO WRK-SW-ACESSO
                           DISPLAY 'FUNCAO EMPR NAO AUTORIZADA '
                                   'NA MATRIZ'
                   END-IF
           END-IF.
       0120-OBTER-OPCAO.
           DISPLAY 'OPCAO (E=EMPRESA V=VINCULAR LOJA L=LISTAR '
                   'X=FIM): '.
           ACCEPT  WRK-OPCAO FROM CONSOLE.
       0200-PROCESSAR.
           EVALUATE TRUE
                   WHEN WRK-OPCAO-EMPRESA
                             PERFORM 0210-MANTER-EMPRESA
                   WHEN WRK-OPCAO-VINCULO
                             PERFORM 0240-VINCULAR-LOJA
                   WHEN WRK-OPCAO-LISTAR
                             PERFORM 0270-LISTAR
                   WHEN OTHER
                             DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           IF NOT WRK-OPCAO-FIM
                   PERFORM 0120-OBTER-OPCAO
           END-IF.
       0210-MANTER-EMPRESA.
           DISPLAY 'CODIGO DA EMPRESA (01-99): '.
           ACCEPT  WRK-EMPRESA FROM CONSOLE.
           IF WRK-EMPRESA = ZEROS
                   DISPLAY 'CODIGO INVALIDO'
           ELSE
                   OPEN I-O EMPRESA-FILE
                   IF WRK-FS-EMPRESA-ARQ-INEXISTENTE
                           CLOSE EMPRESA-FILE
                           OPEN OUTPUT EMPRESA-FILE
                           CLOSE EMPRESA-FILE
                           OPEN I-O EMPRESA-FILE
                   END-IF
                   MOVE 'N'         TO WRK-SW-EXISTE
                   MOVE WRK-EMPRESA TO EMP-CODIGO
                   READ EMPRESA-FILE
                       INVALID KEY
                           MOVE SPACES TO WRK-JRN-ANTES
                           MOVE SPACES TO EMP-REGISTRO
                           MOVE WRK-EMPRESA   TO EMP-CODIGO
                           MOVE ZEROS         TO EMP-CNPJ
                           MOVE WRK-DATA-HOJE TO EMP-DATA-CAD
                           DISPLAY 'EMPRESA NOVA - INCLUSAO'
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-SW-EXISTE
                           MOVE EMP-REGISTRO TO WRK-JRN-ANTES
                           DISPLAY 'EMPRESA: ' EMP-RAZAO
                                   ' CNPJ ' EMP-CNPJ
                                   ' REGIME ' EMP-REGIME
                                   ' STATUS ' EMP-ATIVA
                   END-READ
                   PERFORM 0220-OBTER-DADOS-EMPRESA
                   IF NOT WRK-CNPJ-VALIDO
                           DISPLAY 'CNPJ INVALIDO - DIGITO '
                                   'VERIFICADOR NAO CONFERE'
                   ELSE
                           IF NOT EMP-REGIME-OK
                                   DISPLAY 'REGIME INVALIDO - USE S, '
                                           'P OU R'
                           ELSE
                                   PERFORM 0230-GRAVAR-EMPRESA
                           END-IF
                   END-IF
                   CLOSE EMPRESA-FILE
           END-IF.
       0220-OBTER-DADOS-EMPRESA.
           DISPLAY 'RAZAO SOCIAL: '.
           ACCEPT  EMP-RAZAO FROM CONSOLE.
           DISPLAY 'CNPJ (14 DIGITOS): '.
           ACCEPT  EMP-CNPJ FROM CONSOLE.
           DISPLAY 'REGIME (S=SIMPLES P=PRESUMIDO R=REAL): '.
           ACCEPT  EMP-REGIME FROM CONSOLE.
           DISPLAY 'STATUS (S=ATIVA / N=INATIVA): '.
           ACCEPT  EMP-ATIVA FROM CONSOLE.
           PERFORM 0225-VALIDAR-CNPJ.
       0225-VALIDAR-CNPJ.
           MOVE 'N' TO WRK-SW-CNPJ-OK.
           MOVE EMP-CNPJ TO WRK-CNPJ-DESM.
           MOVE 'S'   TO WRK-SW-IGUAIS.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 0226-COMPARAR-DIGITO UNTIL WRK-IDX >= 13.
           IF EMP-CNPJ NOT = ZEROS
              AND NOT WRK-TODOS-IGUAIS
                   MOVE ZEROS TO WRK-SOMA
                   MOVE 1     TO WRK-IDX
                   PERFORM 0227-SOMAR-DV1 UNTIL WRK-IDX >= 13
                   DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
                           REMAINDER WRK-RESTO
                   IF WRK-RESTO < 2
                           MOVE ZEROS TO WRK-DV1
                   ELSE
                           COMPUTE WRK-DV1 = 11 - WRK-RESTO
                   END-IF
                   MOVE ZEROS TO WRK-SOMA WRK-IDX
                   PERFORM 0228-SOMAR-DV2 UNTIL WRK-IDX >= 12
                   COMPUTE WRK-SOMA = WRK-SOMA + (WRK-DV1 * 2)
                   DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
                           REMAINDER WRK-RESTO
                   IF WRK-RESTO < 2
                           MOVE ZEROS TO WRK-DV2
                   ELSE
                           COMPUTE WRK-DV2 = 11 - WRK-RESTO
                   END-IF
                   IF WRK-DV1 = WRK-CNPJ-DIG(13)
                      AND WRK-DV2 = WRK-CNPJ-DIG(14)
                           MOVE 'S' TO WRK-SW-CNPJ-OK
                   END-IF
           END-IF.
       0226-COMPARAR-DIGITO.
           ADD 1 TO WRK-IDX.
           IF WRK-CNPJ-DIG(WRK-IDX) NOT = WRK-CNPJ-DIG(WRK-IDX + 1)
                   MOVE 'N' TO WRK-SW-IGUAIS
           END-IF.
       0227-SOMAR-DV1.
           COMPUTE WRK-SOMA = WRK-SOMA
                   + (WRK-CNPJ-DIG(WRK-IDX)
                      * WRK-PESO-CNPJ(WRK-IDX + 1)).
           ADD 1 TO WRK-IDX.
       0228-SOMAR-DV2.
           ADD 1 TO WRK-IDX.
           COMPUTE WRK-SOMA = WRK-SOMA
                   + (WRK-CNPJ-DIG(WRK-IDX) * WRK-PESO-CNPJ(WRK-IDX)).
       0230-GRAVAR-EMPRESA.
           MOVE EMP-REGISTRO TO WRK-JRN-DEPOIS.
           MOVE 'EMPRESA'    TO WRK-JRN-ARQUIVO.
           IF WRK-REGISTRO-EXISTE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE EMP-REGISTRO
                   DISPLAY 'EMPRESA ALTERADA'
           ELSE
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE EMP-REGISTRO
                   DISPLAY 'EMPRESA INCLUIDA'
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-CONTADOR.
       0240-VINCULAR-LOJA.
           DISPLAY 'LOJA: '.
           ACCEPT  WRK-LOJA FROM CONSOLE.
           DISPLAY 'EMPRESA DONA DA LOJA (01-99): '.
           ACCEPT  WRK-EMPRESA FROM CONSOLE.
           DISPLAY 'VALIDO A PARTIR DE (AAAAMMDD): '.
           ACCEPT  WRK-DATA-INICIO FROM CONSOLE.
           MOVE WRK-DATA-INICIO TO WRK-DV-DATA.
           CALL 'PROGCOB39' USING WRK-DATA-VAL.
           PERFORM 0250-CONSULTAR-LOJA.
           PERFORM 0255-CONSULTAR-EMPRESA.
           IF NOT WRK-LOJA-VALIDA
                   DISPLAY 'VINCULO RECUSADO - LOJA INEXISTENTE'
           ELSE
                   IF NOT WRK-EMPRESA-VALIDA
                           DISPLAY 'VINCULO RECUSADO - EMPRESA '
                                   'INATIVA OU INEXISTENTE'
                   ELSE
                           IF WRK-DV-VALIDA NOT = 'S'
                                   DISPLAY 'VINCULO RECUSADO - DATA '
                                           'INVALIDA'
                           ELSE
                                   PERFORM 0260-GRAVAR-VINCULO
                           END-IF
                   END-IF
           END-IF.
       0250-CONSULTAR-LOJA.
           MOVE 'N' TO WRK-SW-LOJA-OK.
           OPEN INPUT MASTER-FILE.
           IF WRK-FS-MASTER-OK
                   MOVE 'L'      TO MASTER-TIPO
                   MOVE WRK-LOJA TO MASTER-CODIGO
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-SW-LOJA-OK
                   END-READ
           END-IF.
           CLOSE MASTER-FILE.
       0255-CONSULTAR-EMPRESA.
           MOVE 'N' TO WRK-SW-EMPR-OK.
           OPEN INPUT EMPRESA-FILE.
           IF WRK-FS-EMPRESA-OK
                   MOVE WRK-EMPRESA TO EMP-CODIGO
                   READ EMPRESA-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EMP-ATIVA-SIM
                                   MOVE 'S' TO WRK-SW-EMPR-OK
                           END-IF
                   END-READ
           END-IF.
           CLOSE EMPRESA-FILE.
       0260-GRAVAR-VINCULO.
           OPEN I-O LOJAEMP-FILE.
           IF WRK-FS-LOJAEMP-ARQ-INEXISTENTE
                   CLOSE LOJAEMP-FILE
                   OPEN OUTPUT LOJAEMP-FILE
                   CLOSE LOJAEMP-FILE
                   OPEN I-O LOJAEMP-FILE
           END-IF.
           MOVE WRK-LOJA        TO LJE-LOJA.
           MOVE WRK-DATA-INICIO TO LJE-DATA-INICIO.
           READ LOJAEMP-FILE
               INVALID KEY
                   MOVE 'N'    TO WRK-SW-EXISTE
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE 'S'    TO WRK-SW-EXISTE
                   MOVE LJE-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           MOVE WRK-LOJA        TO LJE-LOJA.
           MOVE WRK-DATA-INICIO TO LJE-DATA-INICIO.
           MOVE WRK-EMPRESA     TO LJE-EMPRESA.
           MOVE WRK-USER        TO LJE-USUARIO.
           MOVE WRK-DATA-HOJE   TO LJE-DATA-CAD.
           MOVE LJE-REGISTRO    TO WRK-JRN-DEPOIS.
           MOVE 'LOJAEMP'       TO WRK-JRN-ARQUIVO.
           IF WRK-REGISTRO-EXISTE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE LJE-REGISTRO
                   DISPLAY 'VINCULO ALTERADO'
           ELSE
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE LJE-REGISTRO
                   DISPLAY 'VINCULO INCLUIDO'
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-CONTADOR.
           CLOSE LOJAEMP-FILE.
       0270-LISTAR.
           OPEN INPUT EMPRESA-FILE.
           IF WRK-FS-EMPRESA-OK
                   DISPLAY 'EMP CNPJ           RAZAO SOCIAL'
                           '                   REG ATIVA'
                   PERFORM 0275-LISTAR-EMPRESA
                           UNTIL WRK-FS-EMPRESA = '10'
           ELSE
                   DISPLAY 'EMPRESA.DAT NAO ENCONTRADO'
           END-IF.
           CLOSE EMPRESA-FILE.
           OPEN INPUT LOJAEMP-FILE.
           IF WRK-FS-LOJAEMP-OK
                   DISPLAY 'LOJA INICIO   EMP'
                   MOVE 999 TO WRK-LOJA-ANTERIOR
                   PERFORM 0280-LISTAR-VINCULO
                           UNTIL WRK-FS-LOJAEMP = '10'
           ELSE
                   DISPLAY 'NENHUMA LOJA VINCULADA - TODAS NA '
                           'EMPRESA 01'
           END-IF.
           CLOSE LOJAEMP-FILE.
       0275-LISTAR-EMPRESA.
           READ EMPRESA-FILE NEXT
               AT END
                   MOVE '10' TO WRK-FS-EMPRESA
               NOT AT END
                   DISPLAY EMP-CODIGO '  ' EMP-CNPJ ' ' EMP-RAZAO
                           ' ' EMP-REGIME '   ' EMP-ATIVA
           END-READ.
       0280-LISTAR-VINCULO.
           READ LOJAEMP-FILE NEXT
               AT END
                   MOVE '10' TO WRK-FS-LOJAEMP
               NOT AT END
                   IF LJE-LOJA NOT = WRK-LOJA-ANTERIOR
                           DISPLAY MSG-SEPARADOR
                           MOVE LJE-LOJA TO WRK-LOJA-ANTERIOR
                   END-IF
                   IF LJE-DATA-INICIO > WRK-DATA-HOJE
                           DISPLAY LJE-LOJA '  ' LJE-DATA-INICIO
                                   ' ' LJE-EMPRESA ' (FUTURO)'
                   ELSE
                           DISPLAY LJE-LOJA '  ' LJE-DATA-INICIO
                                   ' ' LJE-EMPRESA
                   END-IF
           END-READ.
       0300-FINALIZAR.
           DISPLAY 'EMPRESAS/VINCULOS TRATADOS ===> ' WRK-CONTADOR.
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
           MOVE 'PROGCOB163'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB163' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB163' TO OPLOG-PROGRAMA.
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
