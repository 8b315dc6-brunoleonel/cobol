      ******************************************************
      * COPYBOOK  = MUDPREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DA MUDANCA PENDENTE DE CAMPO
      *             SENSIVEL DOS MESTRES (MUDPEND.DAT -
      *             SEQUENCIAL, GRAVADO PELO PROGCOB54 PARA
      *             PRODUCTS.DAT E PELO PROGCOB18 PARA AS LOJAS
      *             DO MASTER.DAT; APROVADO, REJEITADO OU
      *             VENCIDO NO PROGCOB161, QUE MOVE A DECISAO
      *             PARA MUDHIST.DAT COM O MESMO LAYOUT)
      *             CAMPO: CUST=CUSTO E ATIV=STATUS DO PRODUTO
      *             REGI=REGIAO, ABER=DATA DE ABERTURA E
      *             DESA=DESATIVACAO (ENCERRAMENTO) DA LOJA
      *             VALORES: FLAG PARA STATUS, NUM PARA CUSTO,
      *             REGIAO E DATAS
      *             STATUS: P=PENDENTE A=APROVADO X=REJEITADO
      *             V=VENCIDO SEM APROVACAO
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  MUD-REGISTRO.
           02 MUD-ARQUIVO       PIC X(01).
               88 MUD-PRODUTO      VALUE 'P'.
               88 MUD-LOJA         VALUE 'L'.
           02 MUD-CODIGO        PIC 9(05).
           02 MUD-CAMPO         PIC X(04).
               88 MUD-CAMPO-CUSTO  VALUE 'CUST'.
               88 MUD-CAMPO-ATIVO  VALUE 'ATIV'.
               88 MUD-CAMPO-REGIAO VALUE 'REGI'.
               88 MUD-CAMPO-ABERT  VALUE 'ABER'.
               88 MUD-CAMPO-DESAT  VALUE 'DESA'.
           02 MUD-ANTES-FLAG    PIC X(01).
           02 MUD-ANTES-NUM     PIC 9(08)V99.
           02 MUD-NOVO-FLAG     PIC X(01).
           02 MUD-NOVO-NUM      PIC 9(08)V99.
           02 MUD-SOLICITANTE   PIC 9(02).
           02 MUD-DATA          PIC 9(08).
           02 MUD-HORA          PIC 9(06).
           02 MUD-STATUS        PIC X(01).
               88 MUD-PENDENTE     VALUE 'P'.
               88 MUD-APROVADO     VALUE 'A'.
               88 MUD-REJEITADO    VALUE 'X'.
               88 MUD-VENCIDO      VALUE 'V'.
           02 MUD-APROVADOR     PIC 9(02).
           02 MUD-DATA-DECISAO  PIC 9(08).
