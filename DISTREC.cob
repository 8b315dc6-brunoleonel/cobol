      ******************************************************
      * COPYBOOK  = DISTREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DA LISTA DE DISTRIBUICAO DOS
      *             RELATORIOS (DISTRIB.DAT - SEQUENCIAL, UMA
      *             LINHA POR RELATORIO E DESTINATARIO, LIDA
      *             PELO PROGCOB167 NA QUEBRA POR LOJA)
      *             DST-TIPO: L=GERENTE DA LOJA (SO A PARTE DA
      *             LOJA) R=GERENTE REGIONAL (LOJAS DA REGIAO
      *             NO MASTER.DAT) M=MATRIZ (RELATORIO INTEIRO)
      *             DST-CODIGO: LOJA OU REGIAO - ZEROS EM 'L'
      *             OU 'R' = TODAS AS LOJAS/REGIOES, CADA UMA
      *             COM A SUA PARTE
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  DST-REGISTRO.
           02 DST-RELATORIO     PIC X(13).
           02 DST-TIPO          PIC X(01).
               88 DST-LOJA        VALUE 'L'.
               88 DST-REGIONAL    VALUE 'R'.
               88 DST-MATRIZ      VALUE 'M'.
               88 DST-TIPO-OK     VALUE 'L' 'R' 'M'.
           02 DST-CODIGO        PIC 9(03).
           02 DST-DESTINATARIO  PIC X(20).
           02 DST-ENDERECO      PIC X(40).
