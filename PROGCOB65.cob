      *       VIGENCIA) E COMISSAO DEVIDA, COM A INTERFACE
      *       COMPAY.OUT TOTALIZADA PARA A FOLHA APOS O
      *       FECHAMENTO PROGCOB24
      * 213 - LAYOUT DE COMPAY.OUT MOVIDO PARA A COPY
      *       CPAYREC (LIDO TAMBEM PELA PROJECAO DE CAIXA)
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  COMPAY-FILE.
           COPY 'CPAYREC.cob'.
       FD  REPORT-FILE.
       01  REP-LINHA        PIC X(70).
       FD  OPLOG-FILE.
