      ******************************************************
      * COPYBOOK  = HORAREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DAS HORAS TRABALHADAS POR LOJA/
      *             DIA/FUNCIONARIO (HORAS.DAT - INDEXADO,
      *             CARREGADO DO PONTO DIARIO PONTO.IN PELO
      *             PROGCOB123 E BASE DA VENDA POR HORA
      *             TRABALHADA DO PROGCOB124)
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  HRS-REGISTRO.
           02 HRS-CHAVE.
               03 HRS-LOJA        PIC 9(03).
               03 HRS-DATA        PIC 9(08).
               03 HRS-FUNCIONARIO PIC 9(03).
           02 HRS-HORAS           PIC 9(02)V99.
           02 HRS-DATA-CARGA      PIC 9(08).
