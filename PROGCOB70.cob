      *       E DEVOLVE RC=8 COM A LISTA DE ARQUIVOS
      *       FALTANTES OU QUEBRADOS PARA O JCL SEGURAR A
      *       APURACAO
      * 198 - CONFIRMACAO DO PACOTE DE RETORNO (PROGCOB145):
      *       O CABECALHO DA LOJA TRAZ EM VEN-CAB-PACOTE A
      *       SEQUENCIA DO ULTIMO PACOTE APLICADO; IGUAL A
      *       ENVIADA EM PKGCTL.DAT GRAVA A CONFIRMACAO, SENAO
      *       REGISTRA EXCECAO E056 (O PROXIMO PACOTE DA LOJA
      *       SAI COMO CARGA COMPLETA)
      * 203 - DETALHE DA LOJA AMPLIADO PARA 51 BYTES COM O
      *       FUNCIONARIO DA COMPRA DE FUNCIONARIO
      * 205 - DETALHE DA LOJA AMPLIADO PARA 55 BYTES COM A
      *       HORA DA VENDA
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT VENDAS-FILE ASSIGN TO 'VENDAS.IN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VENDAS.
           SELECT PKGCTL-FILE ASSIGN TO 'PKGCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PKC-LOJA
               FILE STATUS IS WRK-FS-PKGCTL.
           SELECT EXCEPTION-FILE ASSIGN TO 'EXCPT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPT.
               88 TRN-REG-CABECALHO VALUE 'H'.
               88 TRN-REG-DETALHE   VALUE 'D'.
               88 TRN-REG-TRAILER   VALUE 'T'.
           02 TRN-DADOS         PIC X(55).
       FD  VENDAS-FILE.
           COPY 'VENREC.cob'.
       FD  PKGCTL-FILE.
           COPY 'PKGCREC.cob'.
       FD  EXCEPTION-FILE.
           COPY 'EXCPREC.cob'.
       FD  OPLOG-FILE.
       77 WRK-FS-VENDAS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-VENDAS==.
       77 WRK-FS-PKGCTL PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PKGCTL==.
       77 WRK-FS-EXCPT  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-EXCPT==.
       77 WRK-TOT-HASH   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ITEM PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CODIGO-LOJA PIC 9(03) VALUE ZEROS.
       77 WRK-PACOTE-APLICADO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CONFIRMADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-NAO-CONFIRM PIC 9(04) VALUE ZEROS.
       77 WRK-SW-PKGCTL  PIC X(01) VALUE 'N'.
           88 WRK-PKGCTL-ABERTO VALUE 'S'.
       01 WRK-TRN-DETALHE.
           02 WRK-TD-LOJA    PIC 9(03).
           02 WRK-TD-RESTO   PIC X(45).
           OPEN EXTEND EXCEPTION-FILE.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           OPEN I-O PKGCTL-FILE.
           IF WRK-FS-PKGCTL-OK
                   MOVE 'S' TO WRK-SW-PKGCTL
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF NOT WRK-FS-MASTER-OK
                   DISPLAY 'MASTER.DAT NAO ENCONTRADO'
           PERFORM 0220-VALIDAR-ARQUIVO-LOJA.
           IF WRK-ARQUIVO-OK
                   PERFORM 0240-FUNDIR-ARQUIVO-LOJA
                   IF WRK-PKGCTL-ABERTO
                           PERFORM 0260-CONFERIR-PACOTE
                   END-IF
           ELSE
                   ADD 1 TO WRK-QTD-FALHAS
                   DISPLAY 'TRANSMISSAO FALTANTE OU QUEBRADA - '
           MOVE 'N'   TO WRK-SW-ARQ-OK WRK-SW-TEM-CAB
                         WRK-SW-TEM-TRL WRK-SW-LOJA-ERRADA.
           MOVE ZEROS TO WRK-VAL-QTDE WRK-VAL-HASH
                         WRK-TRL-QTDE WRK-TRL-HASH
                         WRK-PACOTE-APLICADO.
           MOVE SPACES TO WRK-FS-LOJA.
           OPEN INPUT LOJA-FILE.
           IF WRK-FS-LOJA-OK
                                       MOVE 'S'
                                         TO WRK-SW-LOJA-ERRADA
                               END-IF
                               MOVE TRN-DADOS TO VEN-DADOS
                               IF VEN-CAB-PACOTE IS NUMERIC
                                       MOVE VEN-CAB-PACOTE
                                         TO WRK-PACOTE-APLICADO
                               END-IF
                           WHEN TRN-REG-TRAILER
                               MOVE 'S' TO WRK-SW-TEM-TRL
                               MOVE TRN-DADOS TO VEN-DADOS
                   COMPUTE WRK-VALOR-ITEM = VEN-QTDE * VEN-PRECO
                   ADD WRK-VALOR-ITEM TO WRK-TOT-HASH
           END-IF.
       0260-CONFERIR-PACOTE.
           MOVE WRK-CODIGO-LOJA TO PKC-LOJA.
           READ PKGCTL-FILE
               INVALID KEY
                   MOVE ZEROS TO PKC-SEQ-ENVIADA
           END-READ.
           IF PKC-SEQ-ENVIADA > ZEROS
                   IF WRK-PACOTE-APLICADO = PKC-SEQ-ENVIADA
                           ADD 1 TO WRK-QTD-CONFIRMADOS
                           MOVE WRK-PACOTE-APLICADO
                             TO PKC-SEQ-CONFIRMADA
                           ACCEPT PKC-DATA-CONFIRM FROM DATE YYYYMMDD
                           REWRITE PKC-REGISTRO
                   ELSE
                           ADD 1 TO WRK-QTD-NAO-CONFIRM
                           DISPLAY 'PACOTE DE RETORNO NAO CONFIRMADO - '
                                   WRK-NOME-ARQ-LOJA
                           MOVE 'E056' TO WRK-EXC-CODIGO
                           MOVE SPACES TO WRK-EXC-DESCRICAO
                           STRING 'PACOTE ' PKC-SEQ-ENVIADA
                                  ' NAO APLICADO - '
                                  WRK-NOME-ARQ-LOJA
                                  DELIMITED BY SIZE
                                  INTO WRK-EXC-DESCRICAO
                           PERFORM 0290-REGISTRAR-EXCECAO
                   END-IF
           END-IF.
       0300-FINALIZAR.
           MOVE 'T' TO VEN-TIPO-REG.
           MOVE SPACES TO VEN-DADOS.
           WRITE VEN-REGISTRO.
           CLOSE VENDAS-FILE.
           CLOSE EXCEPTION-FILE.
           IF WRK-PKGCTL-ABERTO
                   CLOSE PKGCTL-FILE
           END-IF.
           DISPLAY 'LOJAS ATIVAS ===> ' WRK-QTD-LOJAS.
           DISPLAY 'DETALHES FUNDIDOS ===> ' WRK-CONTADOR.
           DISPLAY 'TRANSMISSOES COM FALHA ===> ' WRK-QTD-FALHAS.
           DISPLAY 'PACOTES CONFIRMADOS ===> ' WRK-QTD-CONFIRMADOS.
           DISPLAY 'PACOTES NAO CONFIRMADOS ===> '
                   WRK-QTD-NAO-CONFIRM.
           IF WRK-QTD-FALHAS > 0
                   MOVE 8 TO RETURN-CODE
           END-IF.
