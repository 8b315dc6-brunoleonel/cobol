      *       LOJA/PERIODO FICA FORA DO BATIMENTO, E
      *       CONTADO E RELATADO E A RODADA DEVOLVE RC=8
      *       (BATIMENTO PARCIAL NAO LIBERA O RAZAO)
      * 185 - LANCAMENTO DESLOCADO DE PERIODO CONTABIL
      *       FECHADO E BATIDO PELA DATA DO MOVIMENTO
      *       (GLJ-DATA-MOV) CONTRA O PERIODO DE VENDAS DE
      *       ORIGEM
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 GLJ-LOJA          PIC 9(03).
           02 GLJ-DATA          PIC 9(08).
           02 GLJ-VALOR         PIC S9(11)V99.
           02 GLJ-ORIGEM        PIC X(10).
           02 GLJ-DATA-MOV      PIC 9(08).
       FD  GLMAP-FILE.
       01  MAP-REGISTRO.
           02 MAP-LOJA          PIC 9(03).
           IF WRK-CONTA-DE-CAIXA
                   ADD 1 TO WRK-CONTADOR
                   MOVE GLJ-LOJA        TO WRK-LOJA-BUSCA
                   IF GLJ-DATA-MOV IS NUMERIC
                      AND GLJ-DATA-MOV > ZEROS
                           MOVE GLJ-DATA-MOV(1:6) TO WRK-ANOMES-BUSCA
                   ELSE
                           MOVE GLJ-DATA(1:6)     TO WRK-ANOMES-BUSCA
                   END-IF
                   PERFORM 0220-BUSCAR-CHAVE
                   IF WRK-CHAVE-ACHADA
                           ADD GLJ-VALOR TO WRK-TT-RAZAO(WRK-IDX)
