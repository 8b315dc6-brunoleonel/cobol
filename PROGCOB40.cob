      *       INFORMA A REGIAO DA LOJA EM PRM-REGIAO - O
      *       FERIADO SO VALE SE FOR NACIONAL OU DA REGIAO
      *       INFORMADA
      * 167 - FUNCAO 'S' SOMA PRM-DIAS DIAS CORRIDOS A
      *       PRM-DATA E DEVOLVE A DATA EM PRM-PROXIMA (BASE
      *       DO VENCIMENTO DAS NOTAS DE FORNECEDOR PELO
      *       PRAZO DE PAGAMENTO); PRM-DIAS SO E LIDO NESSA
      *       FUNCAO, OS CHAMADORES DE 'E'/'P' NAO MUDAM
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 PRM-FUNCAO    PIC X(01).
               88 PRM-E-DIA-UTIL      VALUE 'E'.
               88 PRM-PROXIMO-UTIL    VALUE 'P'.
               88 PRM-SOMAR-DIAS      VALUE 'S'.
           02 PRM-DATA      PIC 9(08).
           02 PRM-RESULTADO PIC X(01).
           02 PRM-PROXIMA   PIC 9(08).
           02 PRM-REGIAO    PIC 9(02).
           02 PRM-DIAS      PIC 9(03).
       PROCEDURE DIVISION USING PRM-DIA-UTIL.
       0001-PRINCIPAL.
           IF NOT WRK-FERIADOS-CARREGADOS
                             MOVE WRK-SW-UTIL TO PRM-RESULTADO
                   WHEN PRM-PROXIMO-UTIL
                             PERFORM 0300-PROXIMO-DIA-UTIL
                   WHEN PRM-SOMAR-DIAS
                             PERFORM 0400-SOMAR-DIAS
           END-EVALUATE.
           GOBACK.
       0100-CARREGAR-FERIADOS.
           END-IF.
           COMPUTE WRK-DATA-TESTE = (WRK-ANOSYS * 10000)
                   + (WRK-MESSYS * 100) + WRK-DIASYS.
       0400-SOMAR-DIAS.
           MOVE PRM-DATA TO WRK-DATA-TESTE.
           MOVE PRM-DATA TO WRK-DV-DATA.
           CALL 'PROGCOB39' USING WRK-DATA-VAL.
           IF WRK-DV-VALIDA = 'S'
                   PERFORM 0320-AVANCAR-UM-DIA PRM-DIAS TIMES
                   MOVE WRK-DATA-TESTE TO PRM-PROXIMA
                   MOVE 'S' TO PRM-RESULTADO
           END-IF.
       0330-MONTA-DIAS-NO-MES.
           MOVE 31 TO WRK-QTD-DIAS(01).
           MOVE 28 TO WRK-QTD-DIAS(02).
