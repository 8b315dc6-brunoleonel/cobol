      * 149 - ESTADO DO FEED DO DIA CARIMBADO NO LIVRO
      *       FEEDCTL.DAT (VIA PROGCOB93) PARA O PAINEL DO
      *       OPERADOR PROGCOB94
      * 186 - AREA DO MOTOR PROGCOB38 COM AULAS DADAS E
      *       PRESENTES (ZERADAS - SEM APURACAO DE
      *       FREQUENCIA NESTE PROGRAMA)
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 WRK-AV-PESO      PIC 9V99  OCCURS 3 TIMES.
           02 WRK-AV-MEDIA     PIC 9(02)V99.
           02 WRK-AV-SITUACAO  PIC X(01).
           02 WRK-AV-AULAS-DADAS     PIC 9(03).
           02 WRK-AV-AULAS-PRESENTES PIC 9(03).
       77 WRK-FS-NOTAS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-NOTAS==.
