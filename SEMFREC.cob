      ******************************************************
      * COPYBOOK  = SEMFREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO CALENDARIO VAREJO 4-5-4
      *             (SEMANAS.DAT - SEQUENCIAL, GERADO PELO
      *             PROGCOB17 JUNTO COM O FISCAL.DAT E LIDO
      *             PELO COMPARATIVO SEMANAL PROGCOB144)
      *             SEMANA DE DOMINGO A SABADO; O ANO COMECA
      *             NO DOMINGO MAIS PROXIMO DO DIA 1 DO MES
      *             FISCAL INICIAL E TEM 52 OU 53 SEMANAS
      *             PERIODOS DE 4-5-4 SEMANAS POR TRIMESTRE;
      *             NO ANO DE 53 SEMANAS A SEMANA 53 E A 5A
      *             SEMANA DO PERIODO 12
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  SEMF-REGISTRO.
           02 SEMF-CHAVE.
               03 SEMF-ANO-FISCAL  PIC 9(04).
               03 SEMF-SEMANA      PIC 9(02).
           02 SEMF-PERIODO         PIC 9(02).
           02 SEMF-TRIMESTRE       PIC 9(01).
           02 SEMF-SEMANA-PERIODO  PIC 9(01).
           02 SEMF-DATA-INICIO     PIC 9(08).
           02 SEMF-DATA-FIM        PIC 9(08).
           02 SEMF-SEMANAS-ANO     PIC 9(02).
