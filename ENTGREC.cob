      ******************************************************
      * COPYBOOK  = ENTGREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DO LOG DE ENTREGA DOS RELATORIOS
      *             (ENTREGA.LOG - SEQUENCIAL EM EXTEND, UMA
      *             LINHA POR DESTINATARIO DA LISTA DE
      *             DISTRIBUICAO DISTRIB.DAT A CADA RODADA DO
      *             PROGCOB167)
      *             ENT-SITUACAO: G=ARQUIVO GERADO PARA ENVIO
      *             S=SEM LINHAS PARA O DESTINO N=RELATORIO NAO
      *             ENCONTRADO Q=RELATORIO SEM LAYOUT DE QUEBRA
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  ENT-REGISTRO.
           02 ENT-DATA          PIC 9(08).
           02 ENT-HORA          PIC 9(06).
           02 ENT-RELATORIO     PIC X(13).
           02 ENT-TIPO          PIC X(01).
           02 ENT-CODIGO        PIC 9(03).
           02 ENT-DESTINATARIO  PIC X(20).
           02 ENT-ENDERECO      PIC X(40).
           02 ENT-ARQUIVO       PIC X(20).
           02 ENT-LINHAS        PIC 9(07).
           02 ENT-SITUACAO      PIC X(01).
               88 ENT-GERADO          VALUE 'G'.
               88 ENT-SEM-LINHAS      VALUE 'S'.
               88 ENT-NAO-ENCONTRADO  VALUE 'N'.
               88 ENT-SEM-LAYOUT      VALUE 'Q'.
