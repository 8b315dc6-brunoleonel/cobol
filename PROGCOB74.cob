      *       ENCADEADO PROGCOB82 (SEQUENCIA E VALOR DE
      *       VERIFICACAO POR REGISTRO, CONFERIVEL PELO
      *       PROGCOB83)
      * 172 - PARCELA LISTADA COM O PRINCIPAL EM ABERTO E OS
      *       ENCARGOS DE MORA (MULTA+JUROS) EM ABERTO
      *       SEPARADOS
      * 212 - ENDERECO ESTRUTURADO (COMPLEMENTO, BAIRRO,
      *       CIDADE/UF E CEP) NOS DADOS CADASTRAIS
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 WRK-LP-VALOR    PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LP-STATUS   PIC X(01).
           02 FILLER          PIC X(05) VALUE ' ENC '.
           02 WRK-LP-ENCARGOS PIC -ZZZ.ZZ9,99.
           02 FILLER          PIC X(13) VALUE SPACES.
       01 WRK-DATAHORA-SYS.
           02 WRK-DHS-DATA  PIC 9(08).
           02 WRK-DHS-HORA  PIC 9(06).
           MOVE 'ENDERECO..: ' TO WRK-LC-ROTULO.
           MOVE CLI-ENDERECO TO WRK-LC-VALOR.
           PERFORM 0215-GRAVAR-CAMPO.
           IF CLI-END-ESTRUTURADO NOT = SPACES
                   MOVE 'COMPLEM...: ' TO WRK-LC-ROTULO
                   MOVE CLI-COMPLEMENTO TO WRK-LC-VALOR
                   PERFORM 0215-GRAVAR-CAMPO
                   MOVE 'BAIRRO....: ' TO WRK-LC-ROTULO
                   MOVE CLI-BAIRRO TO WRK-LC-VALOR
                   PERFORM 0215-GRAVAR-CAMPO
                   MOVE 'CIDADE/UF.: ' TO WRK-LC-ROTULO
                   MOVE SPACES TO WRK-LC-VALOR
                   STRING CLI-CIDADE DELIMITED BY '  '
                          ' / ' CLI-UF DELIMITED BY SIZE
                          INTO WRK-LC-VALOR
                   PERFORM 0215-GRAVAR-CAMPO
                   MOVE 'CEP.......: ' TO WRK-LC-ROTULO
                   MOVE CLI-CEP TO WRK-LC-VALOR
                   PERFORM 0215-GRAVAR-CAMPO
           END-IF.
           MOVE 'TELEFONE..: ' TO WRK-LC-ROTULO.
           MOVE CLI-TELEFONE TO WRK-LC-VALOR.
           PERFORM 0215-GRAVAR-CAMPO.
                   IF PAR-CLIENTE = WRK-CLIENTE
                           MOVE PAR-NUMERO     TO WRK-LP-NUMERO
                           MOVE PAR-VENCIMENTO TO WRK-LP-VENC
                           COMPUTE WRK-LP-VALOR =
                                   PAR-VALOR - PAR-VALOR-PAGO
                           COMPUTE WRK-LP-ENCARGOS = PAR-MULTA
                                   + PAR-JUROS - PAR-ENCARGO-PAGO
                           MOVE PAR-STATUS     TO WRK-LP-STATUS
                           WRITE REP-LINHA FROM WRK-LINHA-PARC
                           DISPLAY WRK-LINHA-PARC
