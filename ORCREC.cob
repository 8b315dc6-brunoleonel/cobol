      ******************************************************
      * COPYBOOK  = ORCREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO ORCAMENTO ANUAL DE DESPESAS
      *             POR LOJA/CONTA CONTABIL/MES
      *             (ORCDESP.DAT - INDEXADO, MANTIDO PELO
      *             PROGCOB121, CONSULTADO NA APROVACAO DO
      *             PROGCOB66 E NO ORCADO X REALIZADO
      *             PROGCOB122). ORC-CONTA NA FAIXA DO
      *             PROGCOB66 = 61000000 + TIPO DE DESPESA
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  ORC-REGISTRO.
           02 ORC-CHAVE.
               03 ORC-LOJA      PIC 9(03).
               03 ORC-CONTA     PIC 9(08).
               03 ORC-ANO       PIC 9(04).
               03 ORC-MES       PIC 9(02).
           02 ORC-VALOR         PIC 9(09)V99.
           02 ORC-DATA-ATUAL    PIC 9(08).
           02 ORC-USUARIO       PIC 9(02).
