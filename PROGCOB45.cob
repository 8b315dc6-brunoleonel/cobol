      *       O EXCEDENTE E CONTADO E A RODADA CAI PARA A
      *       VARREDURA COMPLETA, MANTENDO OS MESMOS
      *       ACHADOS DO MODO C
      * 195 - P2-REGISTRO ACOMPANHA O PERMREC (SITUACAO DE
      *       SUSPENSAO POR INATIVIDADE)
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 P2-HORA-INICIO  PIC 9(04).
           02 P2-HORA-FIM     PIC 9(04).
           02 P2-TERMINAIS    PIC X(20).
           02 P2-SITUACAO     PIC X(01).
       FD  MASTER-FILE.
           COPY 'MASTREC.cob'.
       FD  SALES-FILE.
