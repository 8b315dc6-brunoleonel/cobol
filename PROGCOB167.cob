       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB167.
      **************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LEONEL
      * OBJETIVO = QUEBRA DOS RELATORIOS POR LOJA E REGIAO
      *            PARA DISTRIBUICAO (DISTRIB.DAT) COM LOG DE
      *            ENTREGA (ENTREGA.LOG)
      * DATA = XX/XX/XXXX
      * 211 - PARA CADA RELATORIO DA LISTA DE DISTRIBUICAO
      *       SEPARA AS LINHAS DE CADA LOJA (POSICAO DA LOJA
      *       PELA TABELA DE LAYOUTS DE QUEBRA) NO ARQUIVO
      *       <RELATORIO>.Lnnn.RPT E JUNTA AS LOJAS DE CADA
      *       REGIAO DO MASTER.DAT EM <RELATORIO>.Rnnn.RPT, COM
      *       O CABECALHO PADRAO ('RELATORIO: ') DO ORIGINAL
      *       REPETIDO. LINHAS SEM LOJA (TOTAIS, REGIOES,
      *       CLIENTES) FICAM SO NO RELATORIO INTEIRO, QUE VAI
      *       PARA A MATRIZ. CADA DESTINATARIO GANHA UMA LINHA
      *       NO ENTREGA.LOG COM O ARQUIVO GERADO OU O MOTIVO
      *       DE NAO TER ARQUIVO
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIB-FILE ASSIGN TO 'DISTRIB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISTRIB.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WRK-FS-MASTER.
           SELECT RELAT-FILE ASSIGN TO WRK-NOME-ARQ-RELAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAT.
           SELECT QUEBRA-FILE ASSIGN TO 'QUEBRA.WRK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QBR-CHAVE
               FILE STATUS IS WRK-FS-QUEBRA.
           SELECT SAIDA-FILE ASSIGN TO WRK-NOME-ARQ-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SAIDA.
           SELECT ENTREGA-FILE ASSIGN TO 'ENTREGA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENTREGA.
           SELECT OPLOG-FILE ASSIGN TO 'OPLOG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIB-FILE.
           COPY 'DISTREC.cob'.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  RELAT-FILE.
       01  REL-LINHA        PIC X(132).
       FD  QUEBRA-FILE.
       01  QBR-REGISTRO.
           02 QBR-CHAVE.
               03 QBR-TIPO      PIC X(01).
               03 QBR-CODIGO    PIC 9(03).
               03 QBR-SEQ       PIC 9(07).
           02 QBR-LINHA         PIC X(132).
       FD  SAIDA-FILE.
       01  SAI-LINHA        PIC X(132).
       FD  ENTREGA-FILE.
           COPY 'ENTGREC.cob'.
       FD  OPLOG-FILE.
           COPY 'OPLOG.cob'.
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
       77 WRK-FS-DISTRIB  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-DISTRIB==.
       77 WRK-FS-MASTER   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MASTER==.
       77 WRK-FS-RELAT    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-RELAT==.
       77 WRK-FS-QUEBRA   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-QUEBRA==.
       77 WRK-FS-SAIDA    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SAIDA==.
       77 WRK-FS-ENTREGA  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ENTREGA==.
       77 WRK-FS-OPLOG    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-OPLOG==.
       77 WRK-CONTADOR    PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-SISTEMA.
           02 WRK-HS-HHMMSS PIC 9(06).
           02 FILLER        PIC 9(02).
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO VALUE 'S'.
       77 WRK-SW-ENTREGA  PIC X(01) VALUE 'N'.
           88 WRK-ENTREGA-ABERTO VALUE 'S'.
       77 WRK-NOME-ARQ-RELAT PIC X(13) VALUE SPACES.
       77 WRK-NOME-ARQ-SAIDA PIC X(20) VALUE SPACES.
       01 WRK-TAB-DISTRIB.
           02 WRK-TD-ENTRADA OCCURS 500 TIMES.
               03 WRK-TD-RELATORIO    PIC X(13).
               03 WRK-TD-TIPO         PIC X(01).
               03 WRK-TD-CODIGO       PIC 9(03).
               03 WRK-TD-DESTINATARIO PIC X(20).
               03 WRK-TD-ENDERECO     PIC X(40).
               03 WRK-TD-ATENDIDO     PIC X(01).
               03 WRK-TD-GERADO       PIC X(01).
       77 WRK-QTD-DISTRIB  PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-DIST     PIC 9(04) VALUE ZEROS.
       77 WRK-IDX          PIC 9(04) VALUE ZEROS.
       77 WRK-CODIGO-DEST  PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-INVALIDAS PIC 9(05) VALUE ZEROS.
       01 WRK-LAYOUTS-DADOS.
           02 FILLER PIC X(20) VALUE 'PROGCOB25.RPT     05'.
           02 FILLER PIC X(20) VALUE 'PROGCOB27.RPT     01'.
           02 FILLER PIC X(20) VALUE 'PROGCOB57.RPTLOJA 06'.
           02 FILLER PIC X(20) VALUE 'PROGCOB61.RPTLOJA 06'.
       01 WRK-LAYOUTS REDEFINES WRK-LAYOUTS-DADOS.
           02 WRK-LY-ENTRADA OCCURS 4 TIMES.
               03 WRK-LY-RELATORIO PIC X(13).
               03 WRK-LY-PREFIXO   PIC X(05).
               03 WRK-LY-POSICAO   PIC 9(02).
       77 WRK-QTD-LAYOUTS  PIC 9(02) VALUE 4.
       77 WRK-IDX-LAYOUT   PIC 9(02) VALUE ZEROS.
       77 WRK-PREFIXO      PIC X(05) VALUE SPACES.
       77 WRK-POS-LOJA     PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-LOJAS.
           02 WRK-TL-ENTRADA OCCURS 999 TIMES.
               03 WRK-TL-REGIAO PIC 9(02).
               03 WRK-TL-NOME   PIC X(20).
       01 WRK-TAB-REGIOES.
           02 WRK-TR-NOME PIC X(20) OCCURS 99 TIMES.
       01 WRK-TAB-QUER-LOJA.
           02 WRK-TQ-LOJA   PIC X(01) OCCURS 999 TIMES.
       01 WRK-TAB-QUER-REGIAO.
           02 WRK-TQ-REGIAO PIC X(01) OCCURS 99 TIMES.
       77 WRK-SW-TODAS-LOJAS PIC X(01) VALUE 'N'.
           88 WRK-TODAS-LOJAS    VALUE 'S'.
       77 WRK-SW-TODAS-REGIOES PIC X(01) VALUE 'N'.
           88 WRK-TODAS-REGIOES  VALUE 'S'.
       77 WRK-REL-ATUAL    PIC X(13) VALUE SPACES.
       77 WRK-SW-RELAT     PIC X(01) VALUE 'N'.
           88 WRK-RELAT-LIDO     VALUE 'S'.
       77 WRK-SW-LOJA-VISTA PIC X(01) VALUE 'N'.
           88 WRK-LOJA-VISTA     VALUE 'S'.
       01 WRK-TAB-CABEC.
           02 WRK-TC-LINHA PIC X(132) OCCURS 10 TIMES.
       77 WRK-QTD-CABEC    PIC 9(02) VALUE ZEROS.
       77 WRK-LOJA-LINHA-X PIC X(03) VALUE SPACES.
       77 WRK-LOJA-LINHA   PIC 9(03) VALUE ZEROS.
       77 WRK-REGIAO-LINHA PIC 9(02) VALUE ZEROS.
       77 WRK-SEQ-LINHA    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LINHAS-REL PIC 9(07) VALUE ZEROS.
       77 WRK-SW-SAIDA     PIC X(01) VALUE 'N'.
           88 WRK-SAIDA-ABERTA   VALUE 'S'.
       77 WRK-SAI-TIPO     PIC X(01) VALUE SPACES.
       77 WRK-SAI-CODIGO   PIC 9(03) VALUE ZEROS.
       77 WRK-LINHAS-SAIDA PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-RELATORIOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ENTREGAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-LINHAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-NAO-ACHADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-LAYOUT PIC 9(05) VALUE ZEROS.
       01 WRK-LINHA-DESTINO.
           02 FILLER          PIC X(09) VALUE 'DESTINO: '.
           02 WRK-LD-TIPO     PIC X(07).
           02 WRK-LD-CODIGO   PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LD-NOME     PIC X(20).
           02 FILLER          PIC X(30) VALUE SPACES.
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
           MOVE ZEROS TO WRK-IDX-DIST.
           PERFORM 0200-PROXIMO-RELATORIO
                   UNTIL WRK-IDX-DIST >= WRK-QTD-DISTRIB.
           PERFORM 0300-FINALIZAR.
           STOP RUN.
       0100-INICIALIZAR.
           OPEN EXTEND OPLOG-FILE.
           PERFORM 0094-REGISTRAR-OPLOG-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO WRK-TAB-DISTRIB WRK-TAB-REGIOES.
           MOVE ZEROS  TO WRK-QTD-DISTRIB.
           OPEN INPUT DISTRIB-FILE.
           IF WRK-FS-DISTRIB-OK
                   PERFORM 0110-CARREGAR-DISTRIB
                           UNTIL WRK-FS-DISTRIB = '10'
           ELSE
                   DISPLAY 'DISTRIB.DAT NAO ENCONTRADO'
                   MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE DISTRIB-FILE.
           PERFORM 0115-INICIALIZAR-LOJAS.
           OPEN INPUT MASTER-FILE.
           IF WRK-FS-MASTER-OK
                   PERFORM 0120-CARREGAR-MESTRE
                           UNTIL WRK-FS-MASTER = '10'
           ELSE
                   DISPLAY 'MASTER.DAT NAO ENCONTRADO - REGIOES '
                           'SEM LOJAS'
           END-IF.
           CLOSE MASTER-FILE.
           IF WRK-QTD-DISTRIB > ZEROS
                   OPEN EXTEND ENTREGA-FILE
                   MOVE 'S' TO WRK-SW-ENTREGA
           END-IF.
       0110-CARREGAR-DISTRIB.
           READ DISTRIB-FILE
               AT END
                   MOVE '10' TO WRK-FS-DISTRIB
               NOT AT END
                   IF DST-TIPO-OK
                      AND DST-RELATORIO NOT = SPACES
                           PERFORM 0112-GUARDAR-DESTINO
                   ELSE
                           DISPLAY 'LINHA INVALIDA EM DISTRIB.DAT: '
                                   DST-RELATORIO ' ' DST-TIPO
                           ADD 1 TO WRK-QTD-INVALIDAS
                   END-IF
           END-READ.
       0112-GUARDAR-DESTINO.
           IF WRK-QTD-DISTRIB < 500
                   ADD 1 TO WRK-QTD-DISTRIB
                   MOVE DST-RELATORIO
                       TO WRK-TD-RELATORIO(WRK-QTD-DISTRIB)
                   MOVE DST-TIPO
                       TO WRK-TD-TIPO(WRK-QTD-DISTRIB)
                   MOVE DST-CODIGO
                       TO WRK-TD-CODIGO(WRK-QTD-DISTRIB)
                   MOVE DST-DESTINATARIO
                       TO WRK-TD-DESTINATARIO(WRK-QTD-DISTRIB)
                   MOVE DST-ENDERECO
                       TO WRK-TD-ENDERECO(WRK-QTD-DISTRIB)
                   MOVE 'N' TO WRK-TD-ATENDIDO(WRK-QTD-DISTRIB)
                   MOVE 'N' TO WRK-TD-GERADO(WRK-QTD-DISTRIB)
           ELSE
                   DISPLAY 'TABELA DE DISTRIBUICAO CHEIA - '
                           DST-RELATORIO ' ' DST-DESTINATARIO
                           ' FORA DA RODADA'
                   ADD 1 TO WRK-QTD-INVALIDAS
           END-IF.
       0115-INICIALIZAR-LOJAS.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 0117-LIMPAR-LOJA UNTIL WRK-IDX >= 999.
       0117-LIMPAR-LOJA.
           ADD 1 TO WRK-IDX.
           MOVE ZEROS  TO WRK-TL-REGIAO(WRK-IDX).
           MOVE SPACES TO WRK-TL-NOME(WRK-IDX).
       0120-CARREGAR-MESTRE.
           READ MASTER-FILE NEXT
               AT END
                   MOVE '10' TO WRK-FS-MASTER
               NOT AT END
                   IF MASTER-LOJA
                      AND MASTER-CODIGO > ZEROS
                           MOVE MASTER-REGIAO
                               TO WRK-TL-REGIAO(MASTER-CODIGO)
                           MOVE MASTER-NOME
                               TO WRK-TL-NOME(MASTER-CODIGO)
                   END-IF
                   IF MASTER-REGIONAL
                      AND MASTER-CODIGO > ZEROS
                      AND MASTER-CODIGO < 100
                           MOVE MASTER-NOME
                               TO WRK-TR-NOME(MASTER-CODIGO)
                   END-IF
           END-READ.
       0200-PROXIMO-RELATORIO.
           ADD 1 TO WRK-IDX-DIST.
           IF WRK-TD-ATENDIDO(WRK-IDX-DIST) NOT = 'S'
                   MOVE WRK-TD-RELATORIO(WRK-IDX-DIST)
                       TO WRK-REL-ATUAL
                   PERFORM 0210-PROCESSAR-RELATORIO
           END-IF.
       0210-PROCESSAR-RELATORIO.
           ADD 1 TO WRK-QTD-RELATORIOS.
           MOVE ZEROS  TO WRK-QTD-CABEC WRK-SEQ-LINHA
                          WRK-QTD-LINHAS-REL.
           MOVE SPACES TO WRK-TAB-CABEC.
           MOVE 'N'    TO WRK-SW-LOJA-VISTA WRK-SW-RELAT.
           PERFORM 0215-LOCALIZAR-LAYOUT.
           PERFORM 0220-MARCAR-DESTINOS.
           MOVE WRK-REL-ATUAL TO WRK-NOME-ARQ-RELAT.
           OPEN INPUT RELAT-FILE.
           IF WRK-FS-RELAT-OK
                   MOVE 'S' TO WRK-SW-RELAT
                   OPEN OUTPUT QUEBRA-FILE
                   MOVE 'N' TO WRK-SW-FIM
                   PERFORM 0230-LER-RELATORIO
                           UNTIL WRK-FIM-ARQUIVO
                   CLOSE RELAT-FILE QUEBRA-FILE
                   PERFORM 0250-GRAVAR-SAIDAS
           ELSE
                   DISPLAY 'RELATORIO NAO ENCONTRADO: '
                           WRK-REL-ATUAL
                   ADD 1 TO WRK-QTD-NAO-ACHADOS
           END-IF.
           PERFORM 0280-REGISTRAR-PENDENTES.
       0215-LOCALIZAR-LAYOUT.
           MOVE ZEROS  TO WRK-IDX WRK-IDX-LAYOUT WRK-POS-LOJA.
           MOVE SPACES TO WRK-PREFIXO.
           PERFORM 0217-COMPARAR-LAYOUT
                   UNTIL WRK-IDX >= WRK-QTD-LAYOUTS
                      OR WRK-IDX-LAYOUT > ZEROS.
       0217-COMPARAR-LAYOUT.
           ADD 1 TO WRK-IDX.
           IF WRK-LY-RELATORIO(WRK-IDX) = WRK-REL-ATUAL
                   MOVE WRK-IDX TO WRK-IDX-LAYOUT
                   MOVE WRK-LY-PREFIXO(WRK-IDX) TO WRK-PREFIXO
                   MOVE WRK-LY-POSICAO(WRK-IDX) TO WRK-POS-LOJA
           END-IF.
       0220-MARCAR-DESTINOS.
           MOVE SPACES TO WRK-TAB-QUER-LOJA WRK-TAB-QUER-REGIAO.
           MOVE 'N'    TO WRK-SW-TODAS-LOJAS WRK-SW-TODAS-REGIOES.
           MOVE ZEROS  TO WRK-IDX.
           PERFORM 0225-MARCAR-DESTINO
                   UNTIL WRK-IDX >= WRK-QTD-DISTRIB.
       0225-MARCAR-DESTINO.
           ADD 1 TO WRK-IDX.
           MOVE WRK-TD-CODIGO(WRK-IDX) TO WRK-CODIGO-DEST.
           IF WRK-TD-RELATORIO(WRK-IDX) = WRK-REL-ATUAL
                   EVALUATE TRUE
                       WHEN WRK-TD-TIPO(WRK-IDX) = 'L'
                             IF WRK-CODIGO-DEST = ZEROS
                                     MOVE 'S' TO WRK-SW-TODAS-LOJAS
                             ELSE
                                     MOVE 'S'
                                       TO WRK-TQ-LOJA(WRK-CODIGO-DEST)
                             END-IF
                       WHEN WRK-TD-TIPO(WRK-IDX) = 'R'
                             IF WRK-CODIGO-DEST = ZEROS
                                     MOVE 'S' TO WRK-SW-TODAS-REGIOES
                             END-IF
                             IF WRK-CODIGO-DEST > ZEROS
                                AND WRK-CODIGO-DEST < 100
                                     MOVE 'S'
                                       TO WRK-TQ-REGIAO(WRK-CODIGO-DEST)
                             END-IF
                   END-EVALUATE
           END-IF.
       0230-LER-RELATORIO.
           READ RELAT-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   ADD 1 TO WRK-QTD-LINHAS-REL
                   PERFORM 0235-CLASSIFICAR-LINHA
           END-READ.
       0235-CLASSIFICAR-LINHA.
           MOVE ZEROS TO WRK-LOJA-LINHA.
           IF WRK-IDX-LAYOUT > ZEROS
                   PERFORM 0237-IDENTIFICAR-LOJA
           END-IF.
           IF WRK-LOJA-LINHA = ZEROS
                   IF NOT WRK-LOJA-VISTA
                      AND REL-LINHA(1:11) = 'RELATORIO: '
                      AND WRK-QTD-CABEC < 10
                           ADD 1 TO WRK-QTD-CABEC
                           MOVE REL-LINHA
                               TO WRK-TC-LINHA(WRK-QTD-CABEC)
                   END-IF
           ELSE
                   MOVE 'S' TO WRK-SW-LOJA-VISTA
                   IF WRK-TODAS-LOJAS
                      OR WRK-TQ-LOJA(WRK-LOJA-LINHA) = 'S'
                           MOVE 'L'            TO QBR-TIPO
                           MOVE WRK-LOJA-LINHA TO QBR-CODIGO
                           PERFORM 0240-GRAVAR-QUEBRA
                   END-IF
                   MOVE WRK-TL-REGIAO(WRK-LOJA-LINHA)
                       TO WRK-REGIAO-LINHA
                   IF WRK-REGIAO-LINHA > ZEROS
                           IF WRK-TODAS-REGIOES
                              OR WRK-TQ-REGIAO(WRK-REGIAO-LINHA) = 'S'
                                   MOVE 'R'              TO QBR-TIPO
                                   MOVE WRK-REGIAO-LINHA TO QBR-CODIGO
                                   PERFORM 0240-GRAVAR-QUEBRA
                           END-IF
                   END-IF
           END-IF.
       0237-IDENTIFICAR-LOJA.
           MOVE REL-LINHA(WRK-POS-LOJA:3) TO WRK-LOJA-LINHA-X.
           IF WRK-PREFIXO = SPACES
              OR REL-LINHA(1:5) = WRK-PREFIXO
                   IF WRK-LOJA-LINHA-X IS NUMERIC
                           MOVE WRK-LOJA-LINHA-X TO WRK-LOJA-LINHA
                   END-IF
           END-IF.
       0240-GRAVAR-QUEBRA.
           ADD 1 TO WRK-SEQ-LINHA.
           MOVE WRK-SEQ-LINHA TO QBR-SEQ.
           MOVE REL-LINHA     TO QBR-LINHA.
           WRITE QBR-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO NA GRAVACAO DE QUEBRA.WRK - '
                           WRK-FS-QUEBRA
           END-WRITE.
       0250-GRAVAR-SAIDAS.
           OPEN INPUT QUEBRA-FILE.
           MOVE 'N' TO WRK-SW-FIM WRK-SW-SAIDA.
           PERFORM 0255-LER-QUEBRA UNTIL WRK-FIM-ARQUIVO.
           IF WRK-SAIDA-ABERTA
                   PERFORM 0265-FECHAR-SAIDA
           END-IF.
           CLOSE QUEBRA-FILE.
       0255-LER-QUEBRA.
           READ QUEBRA-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   IF NOT WRK-SAIDA-ABERTA
                      OR QBR-TIPO NOT = WRK-SAI-TIPO
                      OR QBR-CODIGO NOT = WRK-SAI-CODIGO
                           IF WRK-SAIDA-ABERTA
                                   PERFORM 0265-FECHAR-SAIDA
                           END-IF
                           PERFORM 0260-ABRIR-SAIDA
                   END-IF
                   WRITE SAI-LINHA FROM QBR-LINHA
                   ADD 1 TO WRK-LINHAS-SAIDA
           END-READ.
       0260-ABRIR-SAIDA.
           MOVE QBR-TIPO   TO WRK-SAI-TIPO.
           MOVE QBR-CODIGO TO WRK-SAI-CODIGO.
           MOVE SPACES     TO WRK-NOME-ARQ-SAIDA.
           STRING WRK-REL-ATUAL DELIMITED BY '.'
                  '.'            DELIMITED BY SIZE
                  WRK-SAI-TIPO   DELIMITED BY SIZE
                  WRK-SAI-CODIGO DELIMITED BY SIZE
                  '.RPT'         DELIMITED BY SIZE
                  INTO WRK-NOME-ARQ-SAIDA
           END-STRING.
           OPEN OUTPUT SAIDA-FILE.
           MOVE 'S'   TO WRK-SW-SAIDA.
           MOVE ZEROS TO WRK-LINHAS-SAIDA.
           ADD 1 TO WRK-CONTADOR.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 0262-GRAVAR-CABECALHO
                   UNTIL WRK-IDX >= WRK-QTD-CABEC.
           MOVE WRK-SAI-CODIGO TO WRK-LD-CODIGO.
           IF WRK-SAI-TIPO = 'L'
                   MOVE 'LOJA'   TO WRK-LD-TIPO
                   MOVE WRK-TL-NOME(WRK-SAI-CODIGO) TO WRK-LD-NOME
           ELSE
                   MOVE 'REGIAO' TO WRK-LD-TIPO
                   MOVE WRK-TR-NOME(WRK-SAI-CODIGO) TO WRK-LD-NOME
           END-IF.
           WRITE SAI-LINHA FROM WRK-LINHA-DESTINO.
       0262-GRAVAR-CABECALHO.
           ADD 1 TO WRK-IDX.
           WRITE SAI-LINHA FROM WRK-TC-LINHA(WRK-IDX).
       0265-FECHAR-SAIDA.
           CLOSE SAIDA-FILE.
           MOVE 'N' TO WRK-SW-SAIDA.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 0270-REGISTRAR-ENTREGA
                   UNTIL WRK-IDX >= WRK-QTD-DISTRIB.
       0270-REGISTRAR-ENTREGA.
           ADD 1 TO WRK-IDX.
           IF WRK-TD-RELATORIO(WRK-IDX) = WRK-REL-ATUAL
              AND WRK-TD-TIPO(WRK-IDX) = WRK-SAI-TIPO
              AND (WRK-TD-CODIGO(WRK-IDX) = ZEROS
                   OR WRK-TD-CODIGO(WRK-IDX) = WRK-SAI-CODIGO)
                   MOVE 'S' TO WRK-TD-GERADO(WRK-IDX)
                   MOVE WRK-SAI-CODIGO     TO ENT-CODIGO
                   MOVE WRK-NOME-ARQ-SAIDA TO ENT-ARQUIVO
                   MOVE WRK-LINHAS-SAIDA   TO ENT-LINHAS
                   MOVE 'G'                TO ENT-SITUACAO
                   PERFORM 0290-GRAVAR-ENTREGA
           END-IF.
       0280-REGISTRAR-PENDENTES.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 0285-REGISTRAR-PENDENTE
                   UNTIL WRK-IDX >= WRK-QTD-DISTRIB.
       0285-REGISTRAR-PENDENTE.
           ADD 1 TO WRK-IDX.
           IF WRK-TD-RELATORIO(WRK-IDX) = WRK-REL-ATUAL
                   MOVE 'S' TO WRK-TD-ATENDIDO(WRK-IDX)
                   IF WRK-TD-GERADO(WRK-IDX) NOT = 'S'
                           PERFORM 0287-CLASSIFICAR-PENDENTE
                           PERFORM 0290-GRAVAR-ENTREGA
                   END-IF
           END-IF.
       0287-CLASSIFICAR-PENDENTE.
           MOVE WRK-TD-CODIGO(WRK-IDX) TO ENT-CODIGO.
           MOVE SPACES TO ENT-ARQUIVO.
           MOVE ZEROS  TO ENT-LINHAS.
           EVALUATE TRUE
               WHEN NOT WRK-RELAT-LIDO
                     MOVE 'N' TO ENT-SITUACAO
               WHEN WRK-TD-TIPO(WRK-IDX) = 'M'
                     MOVE 'G'                TO ENT-SITUACAO
                     MOVE WRK-REL-ATUAL      TO ENT-ARQUIVO
                     MOVE WRK-QTD-LINHAS-REL TO ENT-LINHAS
               WHEN WRK-IDX-LAYOUT = ZEROS
                     MOVE 'Q' TO ENT-SITUACAO
                     ADD 1 TO WRK-QTD-SEM-LAYOUT
                     DISPLAY 'RELATORIO SEM LAYOUT DE QUEBRA: '
                             WRK-REL-ATUAL ' - '
                             WRK-TD-DESTINATARIO(WRK-IDX)
               WHEN OTHER
                     MOVE 'S' TO ENT-SITUACAO
                     ADD 1 TO WRK-QTD-SEM-LINHAS
           END-EVALUATE.
       0290-GRAVAR-ENTREGA.
           MOVE WRK-DATA-HOJE TO ENT-DATA.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           MOVE WRK-HS-HHMMSS TO ENT-HORA.
           MOVE WRK-REL-ATUAL TO ENT-RELATORIO.
           MOVE WRK-TD-TIPO(WRK-IDX)         TO ENT-TIPO.
           MOVE WRK-TD-DESTINATARIO(WRK-IDX) TO ENT-DESTINATARIO.
           MOVE WRK-TD-ENDERECO(WRK-IDX)     TO ENT-ENDERECO.
           WRITE ENT-REGISTRO.
           IF ENT-GERADO
                   ADD 1 TO WRK-QTD-ENTREGAS
           END-IF.
       0300-FINALIZAR.
           IF WRK-ENTREGA-ABERTO
                   CLOSE ENTREGA-FILE
           END-IF.
           DISPLAY 'RELATORIOS PROCESSADOS ===> ' WRK-QTD-RELATORIOS.
           DISPLAY 'ARQUIVOS POR LOJA/REGIAO ===> ' WRK-CONTADOR.
           DISPLAY 'ENTREGAS REGISTRADAS ===> ' WRK-QTD-ENTREGAS.
           DISPLAY 'DESTINOS SEM LINHAS ===> ' WRK-QTD-SEM-LINHAS.
           IF WRK-QTD-NAO-ACHADOS > ZEROS
              OR WRK-QTD-SEM-LAYOUT > ZEROS
              OR WRK-QTD-INVALIDAS > ZEROS
                   DISPLAY 'RELATORIOS NAO ENCONTRADOS ===> '
                           WRK-QTD-NAO-ACHADOS
                   DISPLAY 'DESTINOS SEM LAYOUT DE QUEBRA ===> '
                           WRK-QTD-SEM-LAYOUT
                   DISPLAY 'LINHAS DA DISTRIBUICAO RECUSADAS ===> '
                           WRK-QTD-INVALIDAS
                   IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                   END-IF
           END-IF.
           DISPLAY MSG-PROC-FINALIZADO.
           DISPLAY MSG-SEPARADOR.
           PERFORM 0295-REGISTRAR-OPLOG.
           CLOSE OPLOG-FILE.
       0295-REGISTRAR-OPLOG.
           MOVE SPACES TO OPLOG-LINHA.
           MOVE 'PROGCOB167' TO OPLOG-PROGRAMA.
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
           MOVE 'PROGCOB167' TO OPLOG-PROGRAMA.
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
