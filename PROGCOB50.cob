      * 162 - CONTROLE DE POSTAGEM GLPOST.DAT INCLUIDO NA
      *       RODADA (38 PARA 53 BYTES, VALOR DIFERIDO DO
      *       CARIMBO ZERADO NA CARGA INICIAL)
      * 173 - CUSTMST AMPLIADO (93 PARA 210 BYTES) COM O
      *       LIMITE DE CREDITO ZERADO (VALE O PADRAO DE
      *       CONFIG.CFG) E A SITUACAO DE CREDITO 'L'
      *       LIBERADO - ID DE FUSAO PRESERVADO
      * 212 - CUSTMST AMPLIADO (93 PARA 210 BYTES) COM O
      *       ENDERECO ESTRUTURADO: O TEXTO LIVRE E SEPARADO
      *       EM RUA, NUMERO E COMPLEMENTO (PELA VIRGULA OU
      *       PELO PRIMEIRO NUMERO), O CEP ENCONTRADO NO TEXTO
      *       E CONFERIDO NO CEP.DAT (PROGCOB168) PARA BAIRRO,
      *       CIDADE E UF; OS ENDERECOS NAO INTERPRETADOS E OS
      *       CEPS INEXISTENTES SAEM NO PROGCOB50.RPT
      * 216 - PRODUCTS AMPLIADO (40 PARA 41 BYTES) COM O
      *       INDICADOR DE PERECIVEL 'N' (SEM CONTROLE DE LOTE
      *       ATE O CADASTRO MARCAR O PRODUTO)
      * 217 - MASTER AMPLIADO (43 PARA 44 BYTES) COM O MODELO
      *       DA LOJA 'P' PROPRIA (FRANQUIAS SAO MARCADAS
      *       DEPOIS NO PROGCOB18)
      * 218 - PERMS AMPLIADO (56 PARA 57 BYTES) COM A
      *       SITUACAO 'A' ATIVO PARA TODOS OS OPERADORES
      * 219 - ESTOQUE.DAT INCLUIDO NA RODADA (23 PARA 30
      *       BYTES) COM A QUANTIDADE RESERVADA PARA
      *       ENCOMENDAS ZERADA
      * 220 - PARCELAS.DAT INCLUIDO NA RODADA (52 PARA 131
      *       BYTES) COM MULTA, JUROS, ENCARGOS, BAIXA E
      *       RECUPERACAO ZERADOS - O PROGCOB110 APROPRIA OS
      *       ENCARGOS DAS VENCIDAS NA PROXIMA RODADA
      * 221 - ALUNMST.DAT INCLUIDO NA RODADA (34 PARA 85
      *       BYTES) COM PROGRAMA, NASCIMENTO E MUNICIPIO
      *       ZERADOS E DADOS DO CENSO EM BRANCO (COMPLETAR
      *       NO PROGCOB78 ANTES DO CENSO)
      * 222 - MENSALID.DAT INCLUIDO NA RODADA (30 PARA 40
      *       BYTES) COM O DESCONTO PONTUAL ZERADO E O BOLETO
      *       EM BRANCO (PENDENTE DE REMESSA)
      * 225 - GLPOST.DAT NAO MUDOU (53 BYTES DESDE A 162) E
      *       FICA FORA DESTA RODADA
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APD-CODIGO
               FILE STATUS IS WRK-FS-PRODUCTS.
           SELECT ESTOQUE-FILE ASSIGN TO 'ESTOQUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AES-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT PARCELAS-FILE ASSIGN TO 'PARCELAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APA-CHAVE
               FILE STATUS IS WRK-FS-PARCELAS.
           SELECT ALUNMST-FILE ASSIGN TO 'ALUNMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AAL-ID
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT MENSALID-FILE ASSIGN TO 'MENSALID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AME-CHAVE
               FILE STATUS IS WRK-FS-MENSALID.
           SELECT UNLSALES-FILE ASSIGN TO 'SALES.UNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-UNL.
           SELECT UNLPROD-FILE ASSIGN TO 'PRODUCTS.UNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-UNL.
           SELECT UNLESTQ-FILE ASSIGN TO 'ESTOQUE.UNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-UNL.
           SELECT UNLPARC-FILE ASSIGN TO 'PARCELAS.UNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-UNL.
           SELECT UNLALUN-FILE ASSIGN TO 'ALUNMST.UNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-UNL.
           SELECT UNLMENS-FILE ASSIGN TO 'MENSALID.UNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-UNL.
           SELECT REPORT-FILE ASSIGN TO 'PROGCOB50.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-FILE.
           02 AMS-NOME        PIC X(20).
           02 AMS-ATIVO       PIC X(01).
           02 AMS-REGIAO      PIC 9(02).
           02 AMS-DATA-ABERTURA PIC 9(08).
           02 AMS-DATA-ENCERR PIC 9(08).
       FD  PERMS-FILE.
       01  APR-REGISTRO.
           02 APR-USER        PIC 9(02).
           02 APR-PIN-VALIDADE PIC 9(08).
           02 APR-PIN-ANTERIORES.
               03 APR-PIN-ANT PIC 9(04) OCCURS 3 TIMES.
           02 APR-HORA-INICIO PIC 9(04).
           02 APR-HORA-FIM    PIC 9(04).
           02 APR-TERMINAIS   PIC X(20).
       FD  CUSTMST-FILE.
       01  ACL-REGISTRO.
           02 ACL-ID          PIC 9(06).
           02 ACL-DOCUMENTO   PIC 9(11).
           02 ACL-DATA-CAD    PIC 9(08).
           02 ACL-STATUS      PIC X(01).
           02 ACL-MERGE-PARA  PIC 9(06).
       FD  PRODUCTS-FILE.
       01  APD-REGISTRO.
           02 APD-CODIGO      PIC 9(05).
           02 APD-NOME        PIC X(20).
           02 APD-ATIVO       PIC X(01).
           02 APD-DEPTO       PIC 9(02).
           02 APD-CUSTO       PIC 9(05)V99.
           02 APD-ESTQ-MIN    PIC 9(05).
       FD  ESTOQUE-FILE.
       01  AES-REGISTRO.
           02 AES-CHAVE.
               03 AES-LOJA    PIC 9(03).
               03 AES-PRODUTO PIC 9(05).
           02 AES-SALDO       PIC S9(07).
           02 AES-DATA-MOVTO  PIC 9(08).
       FD  PARCELAS-FILE.
       01  APA-REGISTRO.
           02 APA-CHAVE.
               03 APA-CLIENTE    PIC 9(06).
               03 APA-LOJA       PIC 9(03).
               03 APA-DATA-VENDA PIC 9(08).
               03 APA-TICKET     PIC 9(06).
               03 APA-NUMERO     PIC 9(02).
           02 APA-VENCIMENTO  PIC 9(08).
           02 APA-VALOR       PIC 9(07)V99.
           02 APA-VALOR-PAGO  PIC 9(07)V99.
           02 APA-STATUS      PIC X(01).
       FD  ALUNMST-FILE.
       01  AAL-REGISTRO.
           02 AAL-ID          PIC 9(05).
           02 AAL-NOME        PIC X(20).
           02 AAL-STATUS      PIC X(01).
           02 AAL-DATA-INGRESSO PIC 9(08).
       FD  MENSALID-FILE.
       01  AME-REGISTRO.
           02 AME-CHAVE.
               03 AME-ALUNO   PIC 9(05).
               03 AME-ANOMES  PIC 9(06).
           02 AME-VALOR       PIC 9(07)V99.
           02 AME-PAGO        PIC 9(07)V99.
           02 AME-STATUS      PIC X(01).
       FD  UNLSALES-FILE.
       01  UNLS-REGISTRO.
           02 UNLS-TIPO  PIC X(01).
       FD  UNLMASTER-FILE.
       01  UNLM-REGISTRO.
           02 UNLM-TIPO  PIC X(01).
           02 UNLM-DADOS PIC X(44).
       FD  UNLPERMS-FILE.
       01  UNLP-REGISTRO.
           02 UNLP-TIPO  PIC X(01).
           02 UNLP-DADOS PIC X(57).
       FD  UNLCUST-FILE.
       01  UNLC-REGISTRO.
           02 UNLC-TIPO  PIC X(01).
           02 UNLC-DADOS PIC X(210).
       FD  UNLPROD-FILE.
       01  UNLD-REGISTRO.
           02 UNLD-TIPO  PIC X(01).
           02 UNLD-DADOS PIC X(41).
       FD  UNLESTQ-FILE.
       01  UNLE-REGISTRO.
           02 UNLE-TIPO  PIC X(01).
           02 UNLE-DADOS PIC X(30).
       FD  UNLPARC-FILE.
       01  UNLL-REGISTRO.
           02 UNLL-TIPO  PIC X(01).
           02 UNLL-DADOS PIC X(131).
       FD  UNLALUN-FILE.
       01  UNLA-REGISTRO.
           02 UNLA-TIPO  PIC X(01).
           02 UNLA-DADOS PIC X(85).
       FD  UNLMENS-FILE.
       01  UNLN-REGISTRO.
           02 UNLN-TIPO  PIC X(01).
           02 UNLN-DADOS PIC X(40).
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       WORKING-STORAGE SECTION.
           COPY 'MSGS.cob'.
           COPY 'REPHDR.cob'.
           COPY 'MASTREC.cob' REPLACING LEADING ==MASTER-==
               BY ==NMST-==.
           COPY 'PERMREC.cob' REPLACING LEADING ==PERM-==
               BY ==NCLI-==.
           COPY 'PRODREC.cob' REPLACING LEADING ==PROD-==
               BY ==NPRD-==.
           COPY 'ESTQREC.cob' REPLACING LEADING ==EST-==
               BY ==NEST-==.
           COPY 'PARCREC.cob' REPLACING LEADING ==PAR-==
               BY ==NPAR-==.
           COPY 'ALUNREC.cob' REPLACING LEADING ==ALU-==
               BY ==NALU-==.
           COPY 'MENSREC.cob' REPLACING LEADING ==MEN-==
               BY ==NMEN-==.
       77 WRK-FS-SALES  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SALES==.
       77 WRK-FS-PRODUCTS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODUCTS==.
       77 WRK-FS-ESTOQUE PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ESTOQUE==.
       77 WRK-FS-PARCELAS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PARCELAS==.
       77 WRK-FS-ALUNMST PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ALUNMST==.
       77 WRK-FS-MENSALID PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-MENSALID==.
       77 WRK-FS-UNL    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-UNL==.
       77 WRK-FS-REPORT PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REPORT==.
       77 WRK-QTD-ARQ   PIC 9(07) VALUE ZEROS.
       77 WRK-CONTADOR  PIC 9(07) VALUE ZEROS.
       77 WRK-SW-FIM    PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARRE VALUE 'S'.
       77 WRK-END-TEXTO PIC X(30) VALUE SPACES.
       77 WRK-POS       PIC 9(02) VALUE ZEROS.
       77 WRK-POS-CEP   PIC 9(02) VALUE ZEROS.
       77 WRK-TAM-CEP   PIC 9(02) VALUE ZEROS.
       77 WRK-POS-VIRGULA PIC 9(02) VALUE ZEROS.
       77 WRK-POS-NUMERO PIC 9(02) VALUE ZEROS.
       77 WRK-POS-FIM   PIC 9(02) VALUE ZEROS.
       77 WRK-POS-RESTO PIC 9(02) VALUE ZEROS.
       77 WRK-TAM       PIC 9(02) VALUE ZEROS.
       01 WRK-CEP-TEXTO.
           02 WRK-CEP-NUMERICO PIC 9(08).
       77 WRK-MOTIVO-END PIC X(22) VALUE SPACES.
       77 WRK-QTD-END-CONFERIDO PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-END-SEM-CEP   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-END-PENDENTE  PIC 9(07) VALUE ZEROS.
       01 WRK-CEP-CONSULTA.
           02 WRK-CP-CEP        PIC 9(08).
           02 WRK-CP-LOGRADOURO PIC X(30).
           02 WRK-CP-BAIRRO     PIC X(20).
           02 WRK-CP-CIDADE     PIC X(25).
           02 WRK-CP-UF         PIC X(02).
           02 WRK-CP-RESULTADO  PIC X(01).
       01 WRK-LINHA-PENDENTE.
           02 WRK-LP-ID       PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-SITUACAO PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-TEXTO    PIC X(30).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-MOTIVO   PIC X(22).
           02 FILLER          PIC X(08) VALUE SPACES.
       01 WRK-LINHA-TOT-END.
           02 WRK-LT-ROTULO   PIC X(40).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LT-QTDE     PIC Z(06)9.
           02 FILLER          PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0200-MIGRAR-SALES.
           PERFORM 0400-MIGRAR-PERMS.
           PERFORM 0500-MIGRAR-CUSTMST.
           PERFORM 0600-MIGRAR-PRODUCTS.
           PERFORM 0800-MIGRAR-ESTOQUE.
           PERFORM 0820-MIGRAR-PARCELAS.
           PERFORM 0840-MIGRAR-ALUNMST.
           PERFORM 0860-MIGRAR-MENSALID.
           DISPLAY 'REGISTROS MIGRADOS ===> ' WRK-CONTADOR.
           DISPLAY 'RECARREGAR COM O PROGCOB46 (MODO R) APOS A'.
           DISPLAY 'REDEFINICAO DOS ARQUIVOS INDEXADOS'.
                   MOVE AMS-NOME   TO NMST-NOME
                   MOVE AMS-ATIVO  TO NMST-ATIVO
                   MOVE AMS-REGIAO TO NMST-REGIAO
                   MOVE AMS-DATA-ABERTURA TO NMST-DATA-ABERTURA
                   MOVE AMS-DATA-ENCERR   TO NMST-DATA-ENCERR
                   MOVE 'P'        TO NMST-MODELO
                   MOVE 'D' TO UNLM-TIPO
                   MOVE NMST-REGISTRO TO UNLM-DADOS
                   WRITE UNLM-REGISTRO
                   MOVE APR-PIN-ANT(1) TO NPRM-PIN-ANT(1)
                   MOVE APR-PIN-ANT(2) TO NPRM-PIN-ANT(2)
                   MOVE APR-PIN-ANT(3) TO NPRM-PIN-ANT(3)
                   MOVE APR-HORA-INICIO TO NPRM-HORA-INICIO
                   MOVE APR-HORA-FIM    TO NPRM-HORA-FIM
                   MOVE APR-TERMINAIS   TO NPRM-TERMINAIS
                   MOVE 'A'    TO NPRM-SITUACAO
                   MOVE 'D' TO UNLP-TIPO
                   MOVE NPRM-REGISTRO TO UNLP-DADOS
                   WRITE UNLP-REGISTRO
                   DISPLAY 'CUSTMST.DAT AUSENTE - MIGRACAO PULADA'
           ELSE
                   OPEN OUTPUT UNLCUST-FILE
                   OPEN OUTPUT REPORT-FILE
                   MOVE 'ENDERECOS MIGRADOS' TO WRK-CAB-TITULO
                   ACCEPT WRK-CAB-DATA FROM DATE YYYYMMDD
                   WRITE REP-LINHA FROM WRK-CABECALHO-REL
                   PERFORM 0510-MIGRAR-CLIENTE UNTIL WRK-FIM-VARRE
                   PERFORM 0560-TOTALIZAR-ENDERECOS
                   CLOSE REPORT-FILE
                   MOVE 'T' TO UNLC-TIPO
                   MOVE SPACES TO UNLC-DADOS
                   MOVE WRK-QTD-ARQ TO UNLC-DADOS(1:7)
                   MOVE ACL-DOCUMENTO TO NCLI-DOCUMENTO
                   MOVE ACL-DATA-CAD  TO NCLI-DATA-CAD
                   MOVE ACL-STATUS    TO NCLI-STATUS
                   MOVE ACL-MERGE-PARA TO NCLI-MERGE-PARA
                   MOVE ZEROS         TO NCLI-LIMITE-CREDITO
                   MOVE 'L'           TO NCLI-SITUACAO-CREDITO
                   PERFORM 0520-INTERPRETAR-ENDERECO
                   MOVE 'D' TO UNLC-TIPO
                   MOVE NCLI-REGISTRO TO UNLC-DADOS
                   WRITE UNLC-REGISTRO
                   ADD 1 TO WRK-QTD-ARQ
                   ADD 1 TO WRK-CONTADOR
           END-READ.
       0520-INTERPRETAR-ENDERECO.
           MOVE SPACES TO NCLI-END-ESTRUTURADO NCLI-END-SITUACAO
                          WRK-MOTIVO-END.
           MOVE ZEROS  TO NCLI-CEP WRK-POS-CEP WRK-CEP-NUMERICO.
           IF ACL-ENDERECO NOT = SPACES
                   MOVE ACL-ENDERECO TO WRK-END-TEXTO
                   PERFORM 0525-LOCALIZAR-CEP
                   PERFORM 0530-SEPARAR-LOGRADOURO
                   IF WRK-MOTIVO-END = SPACES
                           PERFORM 0540-COMPLETAR-PELO-CEP
                   ELSE
                           MOVE SPACES TO NCLI-END-ESTRUTURADO
                           MOVE ZEROS  TO NCLI-CEP
                           MOVE 'P'    TO NCLI-END-SITUACAO
                           ADD 1 TO WRK-QTD-END-PENDENTE
                           PERFORM 0550-LISTAR-PENDENTE
                   END-IF
           END-IF.
       0525-LOCALIZAR-CEP.
           MOVE ZEROS TO WRK-POS.
           PERFORM 0526-TESTAR-CEP
                   UNTIL WRK-POS >= 23 OR WRK-POS-CEP > ZEROS.
           IF WRK-POS-CEP > ZEROS
                   MOVE SPACES
                       TO WRK-END-TEXTO(WRK-POS-CEP:WRK-TAM-CEP)
                   IF WRK-POS-CEP > 4
                           COMPUTE WRK-POS = WRK-POS-CEP - 4
                           IF WRK-END-TEXTO(WRK-POS:4) = 'CEP '
                                   MOVE SPACES
                                       TO WRK-END-TEXTO(WRK-POS:4)
                           END-IF
                   END-IF
           END-IF.
       0526-TESTAR-CEP.
           ADD 1 TO WRK-POS.
           IF WRK-END-TEXTO(WRK-POS:8) IS NUMERIC
                   MOVE WRK-POS TO WRK-POS-CEP
                   MOVE 8       TO WRK-TAM-CEP
                   MOVE WRK-END-TEXTO(WRK-POS:8) TO WRK-CEP-TEXTO
           ELSE
                   IF WRK-POS < 23
                      AND WRK-END-TEXTO(WRK-POS:5) IS NUMERIC
                      AND WRK-END-TEXTO(WRK-POS + 5:1) = '-'
                      AND WRK-END-TEXTO(WRK-POS + 6:3) IS NUMERIC
                           MOVE WRK-POS TO WRK-POS-CEP
                           MOVE 9       TO WRK-TAM-CEP
                           MOVE WRK-END-TEXTO(WRK-POS:5)
                               TO WRK-CEP-TEXTO(1:5)
                           MOVE WRK-END-TEXTO(WRK-POS + 6:3)
                               TO WRK-CEP-TEXTO(6:3)
                   END-IF
           END-IF.
       0530-SEPARAR-LOGRADOURO.
           MOVE ZEROS TO WRK-POS WRK-POS-VIRGULA WRK-POS-NUMERO.
           PERFORM 0531-PROCURAR-VIRGULA
                   UNTIL WRK-POS >= 30 OR WRK-POS-VIRGULA > ZEROS.
           IF WRK-POS-VIRGULA > 1
                   MOVE WRK-POS-VIRGULA TO WRK-POS
                   PERFORM 0532-PULAR-VIRGULA
                           UNTIL WRK-POS >= 30
                              OR WRK-POS-NUMERO > ZEROS
                   COMPUTE WRK-TAM = WRK-POS-VIRGULA - 1
           ELSE
                   MOVE 1 TO WRK-POS
                   PERFORM 0533-PROCURAR-NUMERO
                           UNTIL WRK-POS >= 30
                              OR WRK-POS-NUMERO > ZEROS
                   COMPUTE WRK-TAM = WRK-POS-NUMERO - 1
           END-IF.
           IF WRK-POS-NUMERO = ZEROS
                   MOVE 'NUMERO NAO LOCALIZADO' TO WRK-MOTIVO-END
           ELSE
                   MOVE WRK-END-TEXTO(1:WRK-TAM) TO NCLI-LOGRADOURO
                   IF NCLI-LOGRADOURO = SPACES
                           MOVE 'RUA NAO LOCALIZADA'
                               TO WRK-MOTIVO-END
                   ELSE
                           PERFORM 0535-SEPARAR-NUMERO
                   END-IF
           END-IF.
       0531-PROCURAR-VIRGULA.
           ADD 1 TO WRK-POS.
           IF WRK-END-TEXTO(WRK-POS:1) = ','
                   MOVE WRK-POS TO WRK-POS-VIRGULA
           END-IF.
       0532-PULAR-VIRGULA.
           ADD 1 TO WRK-POS.
           IF WRK-END-TEXTO(WRK-POS:1) NOT = SPACE
                   MOVE WRK-POS TO WRK-POS-NUMERO
           END-IF.
       0533-PROCURAR-NUMERO.
           ADD 1 TO WRK-POS.
           IF WRK-END-TEXTO(WRK-POS - 1:1) = SPACE
                   IF WRK-END-TEXTO(WRK-POS:1) IS NUMERIC
                           MOVE WRK-POS TO WRK-POS-NUMERO
                   ELSE
                           IF WRK-POS < 29
                              AND WRK-END-TEXTO(WRK-POS:3) = 'S/N'
                                   MOVE WRK-POS TO WRK-POS-NUMERO
                           END-IF
                   END-IF
           END-IF.
       0535-SEPARAR-NUMERO.
           MOVE WRK-POS-NUMERO TO WRK-POS.
           MOVE ZEROS TO WRK-POS-FIM.
           PERFORM 0536-MEDIR-NUMERO
                   UNTIL WRK-POS >= 30 OR WRK-POS-FIM > ZEROS.
           IF WRK-POS-FIM = ZEROS
                   MOVE 31 TO WRK-POS-FIM
           END-IF.
           COMPUTE WRK-TAM = WRK-POS-FIM - WRK-POS-NUMERO.
           IF WRK-END-TEXTO(WRK-POS-NUMERO:1) IS NOT NUMERIC
              AND WRK-END-TEXTO(WRK-POS-NUMERO:WRK-TAM) NOT = 'S/N'
              AND WRK-END-TEXTO(WRK-POS-NUMERO:WRK-TAM) NOT = 'SN'
                   MOVE 'NUMERO NAO LOCALIZADO' TO WRK-MOTIVO-END
           ELSE
                   IF WRK-TAM > 6
                           MOVE 'NUMERO COM MAIS DE 6'
                               TO WRK-MOTIVO-END
                   ELSE
                           MOVE WRK-END-TEXTO(WRK-POS-NUMERO:WRK-TAM)
                               TO NCLI-NUMERO
                           PERFORM 0538-SEPARAR-COMPLEMENTO
                   END-IF
           END-IF.
       0536-MEDIR-NUMERO.
           ADD 1 TO WRK-POS.
           IF WRK-END-TEXTO(WRK-POS:1) = SPACE
              OR WRK-END-TEXTO(WRK-POS:1) = '-'
              OR WRK-END-TEXTO(WRK-POS:1) = ','
                   MOVE WRK-POS TO WRK-POS-FIM
           END-IF.
       0538-SEPARAR-COMPLEMENTO.
           MOVE ZEROS TO WRK-POS-RESTO.
           IF WRK-POS-FIM < 30
                   MOVE WRK-POS-FIM TO WRK-POS
                   PERFORM 0539-PULAR-SEPARADOR
                           UNTIL WRK-POS >= 30
                              OR WRK-POS-RESTO > ZEROS
           END-IF.
           IF WRK-POS-RESTO > ZEROS
                   COMPUTE WRK-TAM = 31 - WRK-POS-RESTO
                   MOVE WRK-END-TEXTO(WRK-POS-RESTO:WRK-TAM)
                       TO NCLI-COMPLEMENTO
           END-IF.
       0539-PULAR-SEPARADOR.
           ADD 1 TO WRK-POS.
           IF WRK-END-TEXTO(WRK-POS:1) NOT = SPACE
              AND WRK-END-TEXTO(WRK-POS:1) NOT = '-'
              AND WRK-END-TEXTO(WRK-POS:1) NOT = ','
                   MOVE WRK-POS TO WRK-POS-RESTO
           END-IF.
       0540-COMPLETAR-PELO-CEP.
           IF WRK-POS-CEP = ZEROS
                   MOVE 'I' TO NCLI-END-SITUACAO
                   ADD 1 TO WRK-QTD-END-SEM-CEP
           ELSE
                   MOVE WRK-CEP-NUMERICO TO WRK-CP-CEP
                   CALL 'PROGCOB168' USING WRK-CEP-CONSULTA
                   EVALUATE WRK-CP-RESULTADO
                       WHEN 'S'
                             MOVE 'C' TO NCLI-END-SITUACAO
                             MOVE WRK-CEP-NUMERICO TO NCLI-CEP
                             IF WRK-CP-LOGRADOURO NOT = SPACES
                                     MOVE WRK-CP-LOGRADOURO
                                         TO NCLI-LOGRADOURO
                                     MOVE WRK-CP-BAIRRO
                                         TO NCLI-BAIRRO
                             END-IF
                             MOVE WRK-CP-CIDADE TO NCLI-CIDADE
                             MOVE WRK-CP-UF     TO NCLI-UF
                             ADD 1 TO WRK-QTD-END-CONFERIDO
                       WHEN 'N'
                             MOVE 'I' TO NCLI-END-SITUACAO
                             MOVE 'CEP INEXISTENTE'
                                 TO WRK-MOTIVO-END
                             ADD 1 TO WRK-QTD-END-SEM-CEP
                             PERFORM 0550-LISTAR-PENDENTE
                       WHEN OTHER
                             MOVE 'I' TO NCLI-END-SITUACAO
                             MOVE WRK-CEP-NUMERICO TO NCLI-CEP
                             ADD 1 TO WRK-QTD-END-SEM-CEP
                   END-EVALUATE
           END-IF.
       0550-LISTAR-PENDENTE.
           MOVE ACL-ID            TO WRK-LP-ID.
           MOVE NCLI-END-SITUACAO TO WRK-LP-SITUACAO.
           MOVE ACL-ENDERECO      TO WRK-LP-TEXTO.
           MOVE WRK-MOTIVO-END    TO WRK-LP-MOTIVO.
           WRITE REP-LINHA FROM WRK-LINHA-PENDENTE.
       0560-TOTALIZAR-ENDERECOS.
           MOVE 'ENDERECOS CONFERIDOS PELO CEP' TO WRK-LT-ROTULO.
           MOVE WRK-QTD-END-CONFERIDO TO WRK-LT-QTDE.
           WRITE REP-LINHA FROM WRK-LINHA-TOT-END.
           MOVE 'SEM CEP CONFERIDO (COMPLETAR NO PROGCOB33)'
               TO WRK-LT-ROTULO.
           MOVE WRK-QTD-END-SEM-CEP TO WRK-LT-QTDE.
           WRITE REP-LINHA FROM WRK-LINHA-TOT-END.
           MOVE 'NAO INTERPRETADOS (SITUACAO P)' TO WRK-LT-ROTULO.
           MOVE WRK-QTD-END-PENDENTE TO WRK-LT-QTDE.
           WRITE REP-LINHA FROM WRK-LINHA-TOT-END.
           DISPLAY 'ENDERECOS CONFERIDOS PELO CEP: '
                   WRK-QTD-END-CONFERIDO.
           DISPLAY 'ENDERECOS SEM CEP CONFERIDO..: '
                   WRK-QTD-END-SEM-CEP.
           DISPLAY 'ENDERECOS NAO INTERPRETADOS..: '
                   WRK-QTD-END-PENDENTE.
       0600-MIGRAR-PRODUCTS.
           MOVE 'N'   TO WRK-SW-FIM.
           MOVE ZEROS TO WRK-QTD-ARQ.
                   MOVE APD-CODIGO TO NPRD-CODIGO
                   MOVE APD-NOME   TO NPRD-NOME
                   MOVE APD-ATIVO  TO NPRD-ATIVO
                   MOVE APD-DEPTO  TO NPRD-DEPTO
                   MOVE APD-CUSTO  TO NPRD-CUSTO
                   MOVE APD-ESTQ-MIN TO NPRD-ESTQ-MIN
                   MOVE 'N'        TO NPRD-PERECIVEL
                   MOVE 'D' TO UNLD-TIPO
                   MOVE NPRD-REGISTRO TO UNLD-DADOS
                   WRITE UNLD-REGISTRO
                   ADD 1 TO WRK-QTD-ARQ
                   ADD 1 TO WRK-CONTADOR
           END-READ.
       0800-MIGRAR-ESTOQUE.
           MOVE 'N'   TO WRK-SW-FIM.
           MOVE ZEROS TO WRK-QTD-ARQ.
           OPEN INPUT ESTOQUE-FILE.
           IF NOT WRK-FS-ESTOQUE-OK
                   DISPLAY 'ESTOQUE.DAT AUSENTE - MIGRACAO PULADA'
           ELSE
                   OPEN OUTPUT UNLESTQ-FILE
                   PERFORM 0810-MIGRAR-SALDO UNTIL WRK-FIM-VARRE
                   MOVE 'T' TO UNLE-TIPO
                   MOVE SPACES TO UNLE-DADOS
                   MOVE WRK-QTD-ARQ TO UNLE-DADOS(1:7)
                   WRITE UNLE-REGISTRO
                   CLOSE UNLESTQ-FILE
                   DISPLAY 'ESTOQUE MIGRADO: ' WRK-QTD-ARQ
           END-IF.
           CLOSE ESTOQUE-FILE.
       0810-MIGRAR-SALDO.
           READ ESTOQUE-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   MOVE SPACES         TO NEST-REGISTRO
                   MOVE AES-LOJA       TO NEST-LOJA
                   MOVE AES-PRODUTO    TO NEST-PRODUTO
                   MOVE AES-SALDO      TO NEST-SALDO
                   MOVE AES-DATA-MOVTO TO NEST-DATA-MOVTO
                   MOVE ZEROS          TO NEST-RESERVADO
                   MOVE 'D' TO UNLE-TIPO
                   MOVE NEST-REGISTRO TO UNLE-DADOS
                   WRITE UNLE-REGISTRO
                   ADD 1 TO WRK-QTD-ARQ
                   ADD 1 TO WRK-CONTADOR
           END-READ.
       0820-MIGRAR-PARCELAS.
           MOVE 'N'   TO WRK-SW-FIM.
           MOVE ZEROS TO WRK-QTD-ARQ.
           OPEN INPUT PARCELAS-FILE.
           IF NOT WRK-FS-PARCELAS-OK
                   DISPLAY 'PARCELAS.DAT AUSENTE - MIGRACAO PULADA'
           ELSE
                   OPEN OUTPUT UNLPARC-FILE
                   PERFORM 0830-MIGRAR-PARCELA UNTIL WRK-FIM-VARRE
                   MOVE 'T' TO UNLL-TIPO
                   MOVE SPACES TO UNLL-DADOS
                   MOVE WRK-QTD-ARQ TO UNLL-DADOS(1:7)
                   WRITE UNLL-REGISTRO
                   CLOSE UNLPARC-FILE
                   DISPLAY 'PARCELAS MIGRADO: ' WRK-QTD-ARQ
           END-IF.
           CLOSE PARCELAS-FILE.
       0830-MIGRAR-PARCELA.
           READ PARCELAS-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   MOVE SPACES         TO NPAR-REGISTRO
                   MOVE APA-CHAVE      TO NPAR-CHAVE
                   MOVE APA-VENCIMENTO TO NPAR-VENCIMENTO
                   MOVE APA-VALOR      TO NPAR-VALOR
                   MOVE APA-VALOR-PAGO TO NPAR-VALOR-PAGO
                   MOVE APA-STATUS     TO NPAR-STATUS
                   MOVE ZEROS TO NPAR-MULTA NPAR-JUROS
                                 NPAR-ENCARGO-PAGO NPAR-ENCARGO-CONTAB
                                 NPAR-DATA-JUROS NPAR-DATA-BAIXA
                                 NPAR-VALOR-BAIXA NPAR-RECUPERADO
                                 NPAR-RECUP-CONTAB
                   MOVE 'D' TO UNLL-TIPO
                   MOVE NPAR-REGISTRO TO UNLL-DADOS
                   WRITE UNLL-REGISTRO
                   ADD 1 TO WRK-QTD-ARQ
                   ADD 1 TO WRK-CONTADOR
           END-READ.
       0840-MIGRAR-ALUNMST.
           MOVE 'N'   TO WRK-SW-FIM.
           MOVE ZEROS TO WRK-QTD-ARQ.
           OPEN INPUT ALUNMST-FILE.
           IF NOT WRK-FS-ALUNMST-OK
                   DISPLAY 'ALUNMST.DAT AUSENTE - MIGRACAO PULADA'
           ELSE
                   OPEN OUTPUT UNLALUN-FILE
                   PERFORM 0850-MIGRAR-ALUNO UNTIL WRK-FIM-VARRE
                   MOVE 'T' TO UNLA-TIPO
                   MOVE SPACES TO UNLA-DADOS
                   MOVE WRK-QTD-ARQ TO UNLA-DADOS(1:7)
                   WRITE UNLA-REGISTRO
                   CLOSE UNLALUN-FILE
                   DISPLAY 'ALUNMST MIGRADO: ' WRK-QTD-ARQ
           END-IF.
           CLOSE ALUNMST-FILE.
       0850-MIGRAR-ALUNO.
           READ ALUNMST-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   MOVE SPACES            TO NALU-REGISTRO
                   MOVE AAL-ID            TO NALU-ID
                   MOVE AAL-NOME          TO NALU-NOME
                   MOVE AAL-STATUS        TO NALU-STATUS
                   MOVE AAL-DATA-INGRESSO TO NALU-DATA-INGRESSO
                   MOVE ZEROS TO NALU-PROGRAMA NALU-DATA-NASC
                                 NALU-MUNICIPIO
                   MOVE SPACES TO NALU-SEXO NALU-COR-RACA
                                  NALU-NACIONALIDADE NALU-NOME-MAE
                   MOVE 'D' TO UNLA-TIPO
                   MOVE NALU-REGISTRO TO UNLA-DADOS
                   WRITE UNLA-REGISTRO
                   ADD 1 TO WRK-QTD-ARQ
                   ADD 1 TO WRK-CONTADOR
           END-READ.
       0860-MIGRAR-MENSALID.
           MOVE 'N'   TO WRK-SW-FIM.
           MOVE ZEROS TO WRK-QTD-ARQ.
           OPEN INPUT MENSALID-FILE.
           IF NOT WRK-FS-MENSALID-OK
                   DISPLAY 'MENSALID.DAT AUSENTE - MIGRACAO PULADA'
           ELSE
                   OPEN OUTPUT UNLMENS-FILE
                   PERFORM 0870-MIGRAR-MENSALIDADE
                           UNTIL WRK-FIM-VARRE
                   MOVE 'T' TO UNLN-TIPO
                   MOVE SPACES TO UNLN-DADOS
                   MOVE WRK-QTD-ARQ TO UNLN-DADOS(1:7)
                   WRITE UNLN-REGISTRO
                   CLOSE UNLMENS-FILE
                   DISPLAY 'MENSALID MIGRADO: ' WRK-QTD-ARQ
           END-IF.
           CLOSE MENSALID-FILE.
       0870-MIGRAR-MENSALIDADE.
           READ MENSALID-FILE
               AT END
                   MOVE 'S' TO WRK-SW-FIM
               NOT AT END
                   MOVE SPACES     TO NMEN-REGISTRO
                   MOVE AME-CHAVE  TO NMEN-CHAVE
                   MOVE AME-VALOR  TO NMEN-VALOR
                   MOVE AME-PAGO   TO NMEN-PAGO
                   MOVE AME-STATUS TO NMEN-STATUS
                   MOVE ZEROS      TO NMEN-DESC-PONTUAL
                   MOVE SPACES     TO NMEN-SIT-BOLETO
                   MOVE 'D' TO UNLN-TIPO
                   MOVE NMEN-REGISTRO TO UNLN-DADOS
                   WRITE UNLN-REGISTRO
                   ADD 1 TO WRK-QTD-ARQ
                   ADD 1 TO WRK-CONTADOR
           END-READ.
