       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB121.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = MANUTENCAO ON-LINE DO ORCAMENTO ANUAL DE
      *            DESPESAS POR LOJA/CONTA/MES (ORCDESP.DAT)
      * DATA = XX/XX/XXXX
      * 183 - ACESSO POR PIN E FUNCAO 'ORCA' DA MATRIZ
      *       PROGCOB21; ORCAMENTO DIGITADO MES A MES OU
      *       PELO TOTAL ANUAL DISTRIBUIDO EM 12 PARCELAS
      *       (RESTO NO MES 12), COM JORNAL DE IMAGENS
      *       ANTES/DEPOIS EM JRNL.LOG, E LISTA DO ORCAMENTO
      *       DA LOJA NO ANO
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
           SELECT ORCDESP-FILE ASSIGN TO 'ORCDESP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WRK-FS-ORCDESP.
           SELECT JORNAL-FILE ASSIGN TO 'JRNL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  ORCDESP-FILE.
           COPY 'ORCREC.cob'.
       FD  JORNAL-FILE.
           COPY 'JRNLREC.cob'.
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
       77 WRK-FS-PERMS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-FS-ORCDESP  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ORCDESP==.
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
       01 WRK-AUTORIZACAO.
           02 WRK-AUT-USER      PIC 9(02).
           02 WRK-AUT-FUNCAO    PIC X(04).
           02 WRK-AUT-RESULTADO PIC X(01).
       77 WRK-OPCAO     PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-MENSAL   VALUE 'M'.
           88 WRK-OPCAO-ANUAL    VALUE 'A'.
           88 WRK-OPCAO-LISTAR   VALUE 'L'.
           88 WRK-OPCAO-FIM      VALUE 'X'.
       77 WRK-CONTADOR  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LISTA PIC 9(03) VALUE ZEROS.
       77 WRK-LOJA      PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA     PIC 9(08) VALUE ZEROS.
       77 WRK-ANO       PIC 9(04) VALUE ZEROS.
       77 WRK-MES       PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ANUAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-MES PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-RESTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-LISTA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-SW-CHAVE  PIC X(01) VALUE 'N'.
           88 WRK-CHAVE-VALIDA VALUE 'S'.
       77 WRK-SW-FIM-LISTA PIC X(01) VALUE 'N'.
           88 WRK-FIM-LISTA VALUE 'S'.
       77 WRK-ED-VALOR  PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-ED-TOTAL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'ORCAMENTO DE DESPESAS - OPERADOR: '.
           ACCEPT  WRK-USER FROM CONSOLE.
           DISPLAY 'PIN DE ACESSO: '.
           ACCEPT  WRK-PIN FROM CONSOLE.
           PERFORM 0110-VALIDAR-ACESSO.
           IF NOT WRK-ACESSO-OK
                   DISPLAY 'OPERADOR SEM PERMISSAO PARA ORCAMENTO'
           ELSE
                   PERFORM 0120-OBTER-OPCAO
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
                   MOVE 'ORCA'   TO WRK-AUT-FUNCAO
                   CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                   IF WRK-AUT-RESULTADO NOT = 'S'
                           MOVE 'N' TO WRK-SW-ACESSO
                           DISPLAY 'FUNCAO ORCA NAO AUTORIZADA '
                                   'NA MATRIZ'
                   END-IF
           END-IF.
       0120-OBTER-OPCAO.
           DISPLAY 'OPCAO (M=MES A MES A=TOTAL ANUAL L=LISTAR '
                   'X=FIM): '.
           ACCEPT  WRK-OPCAO FROM CONSOLE.
       0200-PROCESSAR.
           EVALUATE TRUE
                   WHEN WRK-OPCAO-MENSAL
                             PERFORM 0210-OBTER-CHAVE
                             IF WRK-CHAVE-VALIDA
                                     PERFORM 0220-MANTER-MESES
                             END-IF
                   WHEN WRK-OPCAO-ANUAL
                             PERFORM 0210-OBTER-CHAVE
                             IF WRK-CHAVE-VALIDA
                                     PERFORM 0230-DISTRIBUIR-ANO
                             END-IF
                   WHEN WRK-OPCAO-LISTAR
                             PERFORM 0250-LISTAR-ORCAMENTO
                   WHEN WRK-OPCAO-FIM
                             CONTINUE
                   WHEN OTHER
                             DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           IF NOT WRK-OPCAO-FIM
                   PERFORM 0120-OBTER-OPCAO
           END-IF.
       0210-OBTER-CHAVE.
           MOVE 'N' TO WRK-SW-CHAVE.
           DISPLAY 'LOJA: '.
           ACCEPT  WRK-LOJA FROM CONSOLE.
           DISPLAY 'CONTA CONTABIL (8 DIGITOS, OU 01-99 PARA O '
                   'TIPO DE DESPESA): '.
           ACCEPT  WRK-CONTA FROM CONSOLE.
           IF WRK-CONTA > 0 AND WRK-CONTA < 100
                   ADD 61000000 TO WRK-CONTA
           END-IF.
           DISPLAY 'ANO (AAAA): '.
           ACCEPT  WRK-ANO FROM CONSOLE.
           IF WRK-LOJA = ZEROS OR WRK-CONTA = ZEROS
              OR WRK-ANO < 2000
                   DISPLAY 'LOJA, CONTA OU ANO INVALIDO'
           ELSE
                   MOVE 'S' TO WRK-SW-CHAVE
                   DISPLAY 'ORCAMENTO DA LOJA ' WRK-LOJA
                           ' CONTA ' WRK-CONTA ' ANO ' WRK-ANO
           END-IF.
       0220-MANTER-MESES.
           PERFORM 0225-OBTER-MES.
           PERFORM 0227-MANTER-MES UNTIL WRK-MES = ZEROS.
       0225-OBTER-MES.
           DISPLAY 'MES (01-12, 00 PARA ENCERRAR): '.
           ACCEPT  WRK-MES FROM CONSOLE.
           IF WRK-MES > 12
                   DISPLAY 'MES INVALIDO'
                   MOVE ZEROS TO WRK-MES
           END-IF.
       0227-MANTER-MES.
           DISPLAY 'VALOR EM CENTAVOS (EX: 00000150000): '.
           ACCEPT  WRK-VALOR FROM CONSOLE.
           PERFORM 0240-GRAVAR-ORCAMENTO.
           PERFORM 0225-OBTER-MES.
       0230-DISTRIBUIR-ANO.
           DISPLAY 'TOTAL ANUAL EM CENTAVOS (EX: 00001800000): '.
           ACCEPT  WRK-VALOR-ANUAL FROM CONSOLE.
           DIVIDE WRK-VALOR-ANUAL BY 12 GIVING WRK-VALOR-MES.
           COMPUTE WRK-VALOR-RESTO = WRK-VALOR-ANUAL
                   - (WRK-VALOR-MES * 12).
           MOVE ZEROS TO WRK-MES.
           PERFORM 0235-GRAVAR-MES-ANO UNTIL WRK-MES >= 12.
           MOVE WRK-VALOR-ANUAL TO WRK-ED-VALOR.
           DISPLAY 'TOTAL ANUAL DISTRIBUIDO: ' WRK-ED-VALOR.
       0235-GRAVAR-MES-ANO.
           ADD 1 TO WRK-MES.
           MOVE WRK-VALOR-MES TO WRK-VALOR.
           IF WRK-MES = 12
                   ADD WRK-VALOR-RESTO TO WRK-VALOR
           END-IF.
           PERFORM 0240-GRAVAR-ORCAMENTO.
       0240-GRAVAR-ORCAMENTO.
           OPEN I-O ORCDESP-FILE.
           IF WRK-FS-ORCDESP-ARQ-INEXISTENTE
                   CLOSE ORCDESP-FILE
                   OPEN OUTPUT ORCDESP-FILE
                   CLOSE ORCDESP-FILE
                   OPEN I-O ORCDESP-FILE
           END-IF.
           MOVE WRK-LOJA  TO ORC-LOJA.
           MOVE WRK-CONTA TO ORC-CONTA.
           MOVE WRK-ANO   TO ORC-ANO.
           MOVE WRK-MES   TO ORC-MES.
           READ ORCDESP-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE ORC-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           MOVE WRK-VALOR     TO ORC-VALOR.
           MOVE WRK-DATA-HOJE TO ORC-DATA-ATUAL.
           MOVE WRK-USER      TO ORC-USUARIO.
           MOVE ORC-REGISTRO  TO WRK-JRN-DEPOIS.
           MOVE 'ORCDESP'     TO WRK-JRN-ARQUIVO.
           IF WRK-FS-ORCDESP-NAO-ENCONTRADO
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE ORC-REGISTRO
           ELSE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE ORC-REGISTRO
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-CONTADOR.
           CLOSE ORCDESP-FILE.
           MOVE WRK-VALOR TO WRK-ED-VALOR.
           DISPLAY 'MES ' WRK-MES ' ORCADO ' WRK-ED-VALOR.
       0250-LISTAR-ORCAMENTO.
           MOVE ZEROS TO WRK-QTD-LISTA WRK-TOTAL-LISTA.
           MOVE 'N'   TO WRK-SW-FIM-LISTA.
           DISPLAY 'LOJA: '.
           ACCEPT  WRK-LOJA FROM CONSOLE.
           DISPLAY 'ANO (AAAA): '.
           ACCEPT  WRK-ANO FROM CONSOLE.
           OPEN INPUT ORCDESP-FILE.
           IF NOT WRK-FS-ORCDESP-OK
                   DISPLAY 'ORCDESP.DAT NAO ENCONTRADO'
                   MOVE 'S' TO WRK-SW-FIM-LISTA
           ELSE
                   MOVE WRK-LOJA TO ORC-LOJA
                   MOVE ZEROS    TO ORC-CONTA ORC-ANO ORC-MES
                   START ORCDESP-FILE KEY IS NOT LESS THAN ORC-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM-LISTA
                   END-START
           END-IF.
           PERFORM 0255-LER-ORCAMENTO UNTIL WRK-FIM-LISTA.
           CLOSE ORCDESP-FILE.
           MOVE WRK-TOTAL-LISTA TO WRK-ED-TOTAL.
           DISPLAY 'MESES LISTADOS: ' WRK-QTD-LISTA
                   ' TOTAL ORCADO: ' WRK-ED-TOTAL.
       0255-LER-ORCAMENTO.
           READ ORCDESP-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM-LISTA
               NOT AT END
                   IF ORC-LOJA NOT = WRK-LOJA
                           MOVE 'S' TO WRK-SW-FIM-LISTA
                   ELSE
                           IF ORC-ANO = WRK-ANO
                                   ADD 1 TO WRK-QTD-LISTA
                                   ADD ORC-VALOR TO WRK-TOTAL-LISTA
                                   MOVE ORC-VALOR TO WRK-ED-VALOR
                                   DISPLAY ORC-CONTA ' ' ORC-ANO '/'
                                           ORC-MES ' ' WRK-ED-VALOR
                                           ' ATUAL ' ORC-DATA-ATUAL
                                           ' OPER ' ORC-USUARIO
                           END-IF
                   END-IF
           END-READ.
       0300-FINALIZAR.
           DISPLAY 'MESES DE ORCAMENTO GRAVADOS ===> ' WRK-CONTADOR.
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
           MOVE 'PROGCOB121'     TO JRN-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO  TO JRN-ARQUIVO.
           MOVE WRK-JRN-OPER     TO JRN-OPERACAO.
           MOVE WRK-JRN-ANTES    TO JRN-ANTES.
           MOVE WRK-JRN-DEPOIS   TO JRN-DEPOIS.
           WRITE JRN-REGISTRO.
           CLOSE JORNAL-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB121' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB121' TO OPLOG-PROGRAMA.
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
