      ******************************************************
      * COPYBOOK  = BXAREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO REGISTRO DE BAIXAS DE PARCELAS
      *             INCOBRAVEIS (BAIXAS.DAT - SEQUENCIAL,
      *             GRAVADO PELO PROGCOB111 NA APLICACAO DA
      *             BAIXA APROVADA)
      *             APROVADOR 2 ZERADO = BAIXA ABAIXO DO
      *             VALOR QUE EXIGE SEGUNDA APROVACAO
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  BXA-REGISTRO.
           02 BXA-CHAVE.
               03 BXA-CLIENTE    PIC 9(06).
               03 BXA-LOJA       PIC 9(03).
               03 BXA-DATA-VENDA PIC 9(08).
               03 BXA-TICKET     PIC 9(06).
               03 BXA-NUMERO     PIC 9(02).
           02 BXA-DATA-BAIXA     PIC 9(08).
           02 BXA-DIAS-ATRASO    PIC 9(05).
           02 BXA-PRINCIPAL      PIC 9(07)V99.
           02 BXA-ENCARGOS       PIC 9(07)V99.
           02 BXA-SOLICITANTE    PIC 9(02).
           02 BXA-APROVADOR-1    PIC 9(02).
           02 BXA-APROVADOR-2    PIC 9(02).
