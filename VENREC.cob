      *             VEN-CLIENTE ZERADO = VENDA SEM CLIENTE
      *             IDENTIFICADO
      *             VEN-PAGTO: D=DINHEIRO C=CARTAO P=PIX
      *             F=PONTOS DE FIDELIDADE (EXIGE CLIENTE)
      *             S=DESCONTO EM FOLHA (EXIGE FUNCIONARIO)
      *             VEN-PARCELAS: 00/01 = A VISTA, ACIMA
      *             GERA AGENDA EM PARCELAS.DAT (PROGCOB15)
      *             VEN-VENDEDOR: FUNCIONARIO 'E' DO MESTRE
      *             (ZEROS = SEM VENDEDOR COMISSIONADO)
      *             VEN-FUNCIONARIO: COMPRA DE FUNCIONARIO 'E'
      *             ATIVO DO MESTRE COM DESCONTO (ZEROS OU
      *             BRANCOS NO LAYOUT ANTIGO = VENDA NORMAL)
      *             VEN-HORA: HORA DA VENDA HHMM (BRANCOS NO
      *             LAYOUT ANTIGO = HORA NAO INFORMADA)
      *             VEN-CAB-PACOTE: NO ARQUIVO DA LOJA, ULTIMO
      *             PACOTE DE RETORNO (LOJAnnn.PKG) APLICADO
      *             PELA LOJA - CONFERIDO NO PROGCOB70
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  VEN-REGISTRO.
               88 VEN-REG-CABECALHO VALUE 'H'.
               88 VEN-REG-DETALHE   VALUE 'D'.
               88 VEN-REG-TRAILER   VALUE 'T'.
           02 VEN-DADOS         PIC X(55).
           02 VEN-DETALHE REDEFINES VEN-DADOS.
               03 VEN-LOJA          PIC 9(03).
               03 VEN-DATA          PIC 9(08).
                   88 VEN-PAGTO-DINHEIRO VALUE 'D'.
                   88 VEN-PAGTO-CARTAO   VALUE 'C'.
                   88 VEN-PAGTO-PIX      VALUE 'P'.
                   88 VEN-PAGTO-PONTOS   VALUE 'F'.
                   88 VEN-PAGTO-FOLHA    VALUE 'S'.
               03 VEN-PARCELAS      PIC 9(02).
               03 VEN-VENDEDOR      PIC 9(03).
               03 VEN-FUNCIONARIO   PIC 9(03).
               03 VEN-HORA          PIC 9(04).
           02 VEN-CABECALHO REDEFINES VEN-DADOS.
               03 VEN-CAB-DATA      PIC 9(08).
               03 VEN-CAB-ORIGEM    PIC X(10).
               03 VEN-CAB-PACOTE    PIC 9(06).
               03 FILLER            PIC X(31).
           02 VEN-TRAILER REDEFINES VEN-DADOS.
               03 VEN-TRL-QTDE      PIC 9(07).
               03 VEN-TRL-HASH      PIC 9(09)V99.
               03 FILLER            PIC X(37).
