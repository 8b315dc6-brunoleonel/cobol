      ******************************************************
      * COPYBOOK  = FLUXREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO FLUXO DE VISITANTES POR LOJA/
      *             DIA/HORA (FLUXO.DAT - INDEXADO, CARREGADO
      *             DO CONTADOR DE PORTA (PORTA.IN) PELO
      *             PROGCOB159 E BASE DA CONVERSAO POR HORA
      *             DO PERFIL HORARIO PROGCOB160)
      *             FLX-HORA = 00..23 (ENTRADAS DA HORA CHEIA)
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  FLX-REGISTRO.
           02 FLX-CHAVE.
               03 FLX-LOJA        PIC 9(03).
               03 FLX-DATA        PIC 9(08).
               03 FLX-HORA        PIC 9(02).
           02 FLX-VISITANTES      PIC 9(06).
           02 FLX-DATA-CARGA      PIC 9(08).
