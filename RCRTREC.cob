      ******************************************************
      * COPYBOOK  = RCRTREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DA CAMPANHA DE RECERTIFICACAO DE
      *             ACESSOS (RECERT.DAT - INDEXADO, GRAVADO
      *             PELO PROGCOB141)
      *             RCR-CAMPANHA = AAAAT (ANO E TRIMESTRE)
      *             RCR-USER 00 / RCR-DIREITO 'CAMP' =
      *             CABECALHO DA CAMPANHA (PRAZO E SITUACAO)
      *             DEMAIS = FOTOGRAFIA DE UM DIREITO DO
      *             USUARIO NA ABERTURA: 'NIVL' = NIVEL DO
      *             PERMS.DAT, OUTROS = FUNCAO DO FUNCAUT.DAT
      *             DECISAO P = PENDENTE  C = CONFIRMADO
      *             R = REVOGADO PELO REVISOR
      *             A = REVOGADO AUTOMATICAMENTE NO PRAZO
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  RCR-REGISTRO.
           02 RCR-CHAVE.
               03 RCR-CAMPANHA       PIC 9(05).
               03 RCR-USER           PIC 9(02).
               03 RCR-DIREITO        PIC X(04).
           02 RCR-DADOS              PIC X(30).
           02 RCR-DADOS-DIREITO REDEFINES RCR-DADOS.
               03 RCR-NIVEL          PIC 9(02).
               03 RCR-DECISAO        PIC X(01).
                   88 RCR-PENDENTE      VALUE 'P'.
                   88 RCR-CONFIRMADO    VALUE 'C'.
                   88 RCR-REVOGADO      VALUE 'R'.
                   88 RCR-REVOGADO-AUTO VALUE 'A'.
               03 RCR-REVISOR        PIC 9(02).
               03 RCR-DATA-DECISAO   PIC 9(08).
               03 RCR-HORA-DECISAO   PIC 9(06).
               03 FILLER             PIC X(11).
           02 RCR-DADOS-CAMPANHA REDEFINES RCR-DADOS.
               03 RCR-PRAZO          PIC 9(08).
               03 RCR-DATA-ABERTURA  PIC 9(08).
               03 RCR-ABERTA-POR     PIC 9(02).
               03 RCR-SITUACAO       PIC X(01).
                   88 RCR-CAMP-ABERTA    VALUE 'A'.
                   88 RCR-CAMP-ENCERRADA VALUE 'E'.
               03 FILLER             PIC X(11).
