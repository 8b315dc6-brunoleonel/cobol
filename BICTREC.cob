      ******************************************************
      * COPYBOOK  = BICTREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO CONTROLE DO EXTRATO NOTURNO PARA
      *             O DATA WAREHOUSE CORPORATIVO (BICTL.DAT -
      *             SEQUENCIAL, REGISTRO UNICO REGRAVADO PELO
      *             PROGCOB162 AO FINAL DE CADA EXTRACAO SEM
      *             ERRO)
      *             BIC-DATA-ULTIMA: ULTIMO DIA DE NEGOCIO JA
      *             EXTRAIDO - A PROXIMA RODADA EXTRAI DO DIA
      *             SEGUINTE ATE O DIA DE NEGOCIO CORRENTE
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  BIC-REGISTRO.
           02 BIC-DATA-ULTIMA   PIC 9(08).
           02 BIC-DATA-INICIO   PIC 9(08).
           02 BIC-DATA-EXEC     PIC 9(08).
           02 BIC-HORA-EXEC     PIC 9(06).
           02 BIC-QTD-LINHAS    PIC 9(09).
