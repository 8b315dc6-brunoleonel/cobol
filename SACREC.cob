      ******************************************************
      * COPYBOOK  = SACREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO CASO DE ATENDIMENTO AO CLIENTE
      *             (SACCASO.DAT - INDEXADO POR NUMERO DO
      *             CASO, MANTIDO PELO PROGCOB174 E LIDO
      *             PELO RELATORIO SEMANAL PROGCOB175)
      *             CAS-LOJA/CAS-TICKET ZERADOS = CASO SEM
      *             VENDA VINCULADA (CUSTHIST.DAT);
      *             CAS-PRODUTO ZERADO = SEM PRODUTO;
      *             CAS-FUNCIONARIO ZERADO = AINDA SEM
      *             RESPONSAVEL (MESTRE 'E' DO MASTER.DAT)
      *             FLUXO: A=ABERTO -> P=EM ANDAMENTO ->
      *             R=RESOLVIDO -> F=FECHADO (RESOLVIDO PODE
      *             VOLTAR PARA EM ANDAMENTO SE O CLIENTE NAO
      *             ACEITAR A SOLUCAO)
      *             CAS-DATA-LIMITE = ABERTURA + PRAZO DA
      *             CATEGORIA (CONFIG SAC-PRAZO-...)
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  CAS-REGISTRO.
           02 CAS-NUMERO        PIC 9(07).
           02 CAS-STATUS        PIC X(01).
               88 CAS-ABERTO       VALUE 'A'.
               88 CAS-ANDAMENTO    VALUE 'P'.
               88 CAS-RESOLVIDO    VALUE 'R'.
               88 CAS-FECHADO      VALUE 'F'.
               88 CAS-PENDENTE     VALUE 'A' 'P'.
           02 CAS-CATEGORIA     PIC X(01).
               88 CAS-RECLAMACAO   VALUE 'R'.
               88 CAS-GARANTIA     VALUE 'G'.
               88 CAS-ENTREGA      VALUE 'E'.
               88 CAS-OUTROS       VALUE 'O'.
               88 CAS-CATEGORIA-OK VALUE 'R' 'G' 'E' 'O'.
           02 CAS-CLIENTE       PIC 9(06).
           02 CAS-LOJA          PIC 9(03).
           02 CAS-TICKET        PIC 9(06).
           02 CAS-DATA-VENDA    PIC 9(08).
           02 CAS-PRODUTO       PIC 9(05).
           02 CAS-FUNCIONARIO   PIC 9(03).
           02 CAS-DATA-ABERTURA PIC 9(08).
           02 CAS-DATA-LIMITE   PIC 9(08).
           02 CAS-DATA-SOLUCAO  PIC 9(08).
           02 CAS-DATA-FECHAM   PIC 9(08).
           02 CAS-USUARIO       PIC 9(02).
           02 CAS-DESCRICAO     PIC X(40).
