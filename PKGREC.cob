      ******************************************************
      * COPYBOOK  = PKGREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO PACOTE NOTURNO DE RETORNO PARA A
      *             LOJA (LOJAnnn.PKG - GERADO PELO PROGCOB145)
      *             COM CABECALHO/DETALHE/TRAILER
      *             PKG-CAB-CARGA: P=PARCIAL (SO ALTERACOES
      *             DESDE O ULTIMO PACOTE) C=COMPLETA (PRIMEIRO
      *             PACOTE OU ANTERIOR NAO CONFIRMADO)
      *             PKG-DET-TIPO: P=PRODUTO R=PRECO C=SALDO DE
      *             CREDITO DE LOJA A=PARCELAS EM ABERTO NA
      *             LOJA POR CLIENTE F=TOTAIS FLASH DO DIA
      *             A LOJA DEVOLVE PKG-CAB-SEQUENCIA APLICADA
      *             NO CABECALHO DA PROXIMA TRANSMISSAO
      *             (VEN-CAB-PACOTE, CONFERIDO NO PROGCOB70)
      *             PKG-TRL-HASH = SOMA DOS VALORES DOS
      *             DETALHES (PRECO, SALDOS E TOTAL FLASH)
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  PKG-REGISTRO.
           02 PKG-TIPO-REG      PIC X(01).
               88 PKG-REG-CABECALHO VALUE 'H'.
               88 PKG-REG-DETALHE   VALUE 'D'.
               88 PKG-REG-TRAILER   VALUE 'T'.
           02 PKG-DADOS         PIC X(60).
           02 PKG-CABECALHO REDEFINES PKG-DADOS.
               03 PKG-CAB-LOJA      PIC 9(03).
               03 PKG-CAB-SEQUENCIA PIC 9(06).
               03 PKG-CAB-DATA      PIC 9(08).
               03 PKG-CAB-CARGA     PIC X(01).
                   88 PKG-CARGA-PARCIAL  VALUE 'P'.
                   88 PKG-CARGA-COMPLETA VALUE 'C'.
               03 PKG-CAB-ORIGEM    PIC X(10).
               03 FILLER            PIC X(32).
           02 PKG-DETALHE REDEFINES PKG-DADOS.
               03 PKG-DET-TIPO      PIC X(01).
                   88 PKG-DET-PRODUTO VALUE 'P'.
                   88 PKG-DET-PRECO   VALUE 'R'.
                   88 PKG-DET-CREDITO VALUE 'C'.
                   88 PKG-DET-PARCELA VALUE 'A'.
                   88 PKG-DET-FLASH   VALUE 'F'.
               03 PKG-DET-CONTEUDO  PIC X(59).
               03 PKG-DET-PROD REDEFINES PKG-DET-CONTEUDO.
                   04 PKG-PROD-CODIGO   PIC 9(05).
                   04 PKG-PROD-NOME     PIC X(20).
                   04 PKG-PROD-ATIVO    PIC X(01).
                   04 PKG-PROD-DEPTO    PIC 9(02).
                   04 FILLER            PIC X(31).
               03 PKG-DET-PREC REDEFINES PKG-DET-CONTEUDO.
                   04 PKG-PREC-PRODUTO  PIC 9(05).
                   04 PKG-PREC-VIGENCIA PIC 9(08).
                   04 PKG-PREC-PRECO    PIC 9(05)V99.
                   04 FILLER            PIC X(39).
               03 PKG-DET-CRED REDEFINES PKG-DET-CONTEUDO.
                   04 PKG-CRED-CLIENTE  PIC 9(06).
                   04 PKG-CRED-SALDO    PIC S9(09)V99.
                   04 PKG-CRED-DATA-MOV PIC 9(08).
                   04 FILLER            PIC X(34).
               03 PKG-DET-PARC REDEFINES PKG-DET-CONTEUDO.
                   04 PKG-PARC-CLIENTE  PIC 9(06).
                   04 PKG-PARC-QTDE     PIC 9(03).
                   04 PKG-PARC-SALDO    PIC 9(09)V99.
                   04 PKG-PARC-VENCTO   PIC 9(08).
                   04 FILLER            PIC X(31).
               03 PKG-DET-FLSH REDEFINES PKG-DET-CONTEUDO.
                   04 PKG-FLSH-DATA     PIC 9(08).
                   04 PKG-FLSH-QTDE     PIC 9(05).
                   04 PKG-FLSH-TOTAL    PIC S9(09)V99.
                   04 PKG-FLSH-IMPOSTO  PIC S9(07)V99.
                   04 FILLER            PIC X(26).
           02 PKG-TRAILER REDEFINES PKG-DADOS.
               03 PKG-TRL-SEQUENCIA PIC 9(06).
               03 PKG-TRL-QTDE      PIC 9(07).
               03 PKG-TRL-HASH      PIC S9(13)V99.
               03 FILLER            PIC X(32).
