      ******************************************************
      * COPYBOOK  = PRJCREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DA ULTIMA PROJECAO SEMANAL DE CAIXA
      *             (PROJCX.DAT - SEQUENCIAL, 13 REGISTROS,
      *             REGRAVADO A CADA RODADA DO PROGCOB171 E
      *             RELIDO NA RODADA SEGUINTE PARA A VARIACAO
      *             CONTRA O REALIZADO)
      *             PRJ-INICIO DA SEMANA 01 = DATA DA PROJECAO
      *             PRJ-VALOR: 1=PARCELAS 2=MENSALIDADES
      *             3=CARTOES (ENTRADAS) 4=FORNECEDORES
      *             5=DESPESAS 6=COMISSOES (SAIDAS)
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  PRJ-REGISTRO.
           02 PRJ-SEMANA        PIC 9(02).
           02 PRJ-INICIO        PIC 9(08).
           02 PRJ-SALDO-INICIAL PIC S9(11)V99.
           02 PRJ-VALOR         PIC S9(11)V99 OCCURS 6 TIMES.
           02 PRJ-SALDO-FINAL   PIC S9(11)V99.
