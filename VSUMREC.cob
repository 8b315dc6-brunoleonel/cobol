      ******************************************************
      * COPYBOOK  = VSUMREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO SUMARIO MENSAL DE VENDAS
      *             (SALESUM.DAT - INDEXADO POR ANO/MES, LOJA,
      *             TIPO E DEPARTAMENTO). MANTIDO PELA CARGA
      *             NOTURNA PROGCOB15 A CADA GRAVACAO EM
      *             SALES.DAT/PRODSLS.DAT, RECRIADO E CONFERIDO
      *             CONTRA O DETALHE PELO PROGCOB166
      *             VSM-TIPO 'L' = TOTAL DA LOJA (SALES.DAT,
      *             DEPTO 00); 'D' = VENDA POR DEPARTAMENTO DO
      *             PRODUTO (PRODSLS.DAT, DEPTO 00 = PRODUTO
      *             SEM DEPARTAMENTO). DIA 00 (ABERTURA DO
      *             FECHAMENTO PROGCOB24) NAO ENTRA
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  VSM-REGISTRO.
           02 VSM-CHAVE.
               03 VSM-ANOMES     PIC 9(06).
               03 VSM-LOJA       PIC 9(03).
               03 VSM-TIPO       PIC X(01).
                   88 VSM-TOTAL-LOJA VALUE 'L'.
                   88 VSM-DEPARTAMENTO VALUE 'D'.
               03 VSM-DEPTO      PIC 9(02).
           02 VSM-QTDE           PIC S9(09).
           02 VSM-VALOR          PIC S9(13)V99.
           02 VSM-IMPOSTO        PIC S9(11)V99.
           02 VSM-DATA-ATUALIZ   PIC 9(08).
