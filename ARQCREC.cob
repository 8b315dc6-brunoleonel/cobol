      ******************************************************
      * COPYBOOK  = ARQCREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO CONTROLE DO ARQUIVAMENTO ANUAL
      *             DE MOVIMENTO (ARQCTL.DAT - SEQUENCIAL,
      *             UM REGISTRO POR ARQUIVO A CADA RODADA DO
      *             PROGCOB143, LIDO PELAS CONSULTAS
      *             PROGCOB23/52 PARA SABER SE A FAIXA
      *             PEDIDA JA FOI ARQUIVADA)
      *             ARQC-DATA-CORTE: MOVIMENTO DE MES FECHADO
      *             COM DATA ANTERIOR AO CORTE ESTA NO
      *             ARQUIVO MORTO (CUSTHIST/STKMOV/CREDMOV
      *             .ARQ, SALESARQ.DAT E PSLSARQ.DAT)
      *             LIDOS = MANTIDOS + ARQUIVADOS E A SOMA DE
      *             CONTROLE (VALOR OU QTDE) IDEM; SITUACAO
      *             C=CONFERE D=DIVERGE
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  ARQC-REGISTRO.
           02 ARQC-ARQUIVO      PIC X(08).
           02 ARQC-DATA-CORTE   PIC 9(08).
           02 ARQC-DATA-EXEC    PIC 9(08).
           02 ARQC-LIDOS        PIC 9(09).
           02 ARQC-MANTIDOS     PIC 9(09).
           02 ARQC-ARQUIVADOS   PIC 9(09).
           02 ARQC-SOMA-LIDA    PIC S9(13)V99.
           02 ARQC-SOMA-MANTIDA PIC S9(13)V99.
           02 ARQC-SOMA-ARQUIV  PIC S9(13)V99.
           02 ARQC-SITUACAO     PIC X(01).
               88 ARQC-CONFERE  VALUE 'C'.
               88 ARQC-DIVERGE  VALUE 'D'.
