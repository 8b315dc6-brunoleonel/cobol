      *             STATUS 'M' = FUNDIDO EM OUTRO CLIENTE
      *             (SOBREVIVENTE EM CLI-MERGE-PARA, VIA
      *             PROGCOB73)
      *             LIMITE DE CREDITO ZERADO = USA O LIMITE
      *             PADRAO DE CONFIG.CFG (CRED-LIMITE-PADRAO)
      *             SITUACAO 'B' = BLOQUEADO PARA VENDA
      *             PARCELADA (CRITICA NO PROGCOB15)
      *             ENDERECO ESTRUTURADO CONFERIDO PELO CEP.DAT
      *             (PROGCOB168); CLI-ENDERECO FICA COMO A
      *             LINHA LIVRE (RUA, NUMERO) PARA QUEM AINDA
      *             LE O CAMPO ANTIGO. CLI-END-SITUACAO: C=CEP
      *             CONFERIDO I=INFORMADO SEM CONFERENCIA DO
      *             CEP P=PENDENTE (TEXTO ANTIGO NAO
      *             INTERPRETADO NA CONVERSAO) BRANCO=SEM
      *             ENDERECO
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  CLI-REGISTRO.
               88 CLI-INATIVO VALUE 'I'.
               88 CLI-FUNDIDO VALUE 'M'.
           02 CLI-MERGE-PARA PIC 9(06).
           02 CLI-LIMITE-CREDITO   PIC 9(07)V99.
           02 CLI-SITUACAO-CREDITO PIC X(01).
               88 CLI-CREDITO-LIBERADO  VALUE 'L'.
               88 CLI-CREDITO-BLOQUEADO VALUE 'B'.
           02 CLI-END-ESTRUTURADO.
               03 CLI-LOGRADOURO  PIC X(30).
               03 CLI-NUMERO      PIC X(06).
               03 CLI-COMPLEMENTO PIC X(15).
               03 CLI-BAIRRO      PIC X(20).
               03 CLI-CIDADE      PIC X(25).
               03 CLI-UF          PIC X(02).
               03 CLI-CEP         PIC 9(08).
           02 CLI-END-SITUACAO PIC X(01).
               88 CLI-END-CONFERIDO VALUE 'C'.
               88 CLI-END-INFORMADO VALUE 'I'.
               88 CLI-END-PENDENTE  VALUE 'P'.
