      ******************************************************
      * COPYBOOK  = CICLREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DA AGENDA DE CONTAGEM CICLICA
      *             (CICLO.DAT - INDEXADO POR LOJA, PRODUTO E
      *             DATA PROGRAMADA). GRAVADO PELO PROGCOB165
      *             COM STATUS 'P' E BAIXADO PELO PROGCOB58
      *             (STATUS 'D') QUANDO A LOJA DEVOLVE A
      *             CONTAGEM EM CONTAGEM.IN
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  CIC-REGISTRO.
           02 CIC-CHAVE.
               03 CIC-LOJA       PIC 9(03).
               03 CIC-PRODUTO    PIC 9(05).
               03 CIC-DATA-PROG  PIC 9(08).
           02 CIC-CLASSE         PIC X(01).
           02 CIC-STATUS         PIC X(01).
               88 CIC-PENDENTE   VALUE 'P'.
               88 CIC-DEVOLVIDA  VALUE 'D'.
           02 CIC-DATA-DEVOL     PIC 9(08).
           02 CIC-QTDE-CONTADA   PIC 9(05).
