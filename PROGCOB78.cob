      *       SITUACAO DE MATRICULA (M/T/D) E DATA DE
      *       INGRESSO - BASE DA CRITICA DO ROSTER NO
      *       PROGCOB11 E DOS NOMES NOS HISTORICOS
      * 192 - PROGRAMA DO ALUNO (GRADE CURRICULAR DE
      *       CURRIC.DAT USADA NA AUDITORIA DE CONCLUSAO)
      * 193 - DADOS DEMOGRAFICOS DO CENSO ESCOLAR (NASCIMENTO,
      *       SEXO, COR/RACA, NACIONALIDADE, NOME DA MAE E
      *       MUNICIPIO IBGE) E SITUACAO X = TRANSFERIDO
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               INVALID KEY
                   MOVE SPACES TO ALU-REGISTRO
                   MOVE WRK-ID TO ALU-ID
                   MOVE ZEROS  TO ALU-DATA-INGRESSO ALU-PROGRAMA
                                  ALU-DATA-NASC ALU-MUNICIPIO
                   DISPLAY 'ALUNO NOVO - INCLUSAO'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-EXISTE
                   DISPLAY 'ALUNO: ' ALU-NOME
                           ' SITUACAO ' ALU-STATUS
                           ' INGRESSO ' ALU-DATA-INGRESSO
                           ' PROGRAMA ' ALU-PROGRAMA
           END-READ.
           PERFORM 0210-OBTER-DADOS.
           IF WRK-ALUNO-EXISTE
           DISPLAY 'NOME DO ALUNO: '.
           ACCEPT  ALU-NOME FROM CONSOLE.
           DISPLAY 'SITUACAO (M=MATRICULADO / T=TRANCADO / '
                   'D=DESLIGADO / X=TRANSFERIDO): '.
           ACCEPT  ALU-STATUS FROM CONSOLE.
           DISPLAY 'DATA DE INGRESSO (AAAAMMDD / ZEROS=HOJE): '.
           ACCEPT  ALU-DATA-INGRESSO FROM CONSOLE.
           IF ALU-DATA-INGRESSO = ZEROS
                   ACCEPT ALU-DATA-INGRESSO FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'PROGRAMA (GRADE CURRICULAR): '.
           ACCEPT  ALU-PROGRAMA FROM CONSOLE.
           DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD): '.
           ACCEPT  ALU-DATA-NASC FROM CONSOLE.
           DISPLAY 'SEXO (M/F): '.
           ACCEPT  ALU-SEXO FROM CONSOLE.
           DISPLAY 'COR/RACA (0=NAO DECLARADA 1=BRANCA 2=PRETA '
                   '3=PARDA 4=AMARELA 5=INDIGENA): '.
           ACCEPT  ALU-COR-RACA FROM CONSOLE.
           DISPLAY 'NACIONALIDADE (1=BRASILEIRA 2=NATURALIZADA '
                   '3=ESTRANGEIRA): '.
           ACCEPT  ALU-NACIONALIDADE FROM CONSOLE.
           DISPLAY 'NOME DA MAE: '.
           ACCEPT  ALU-NOME-MAE FROM CONSOLE.
           DISPLAY 'MUNICIPIO DE RESIDENCIA (CODIGO IBGE): '.
           ACCEPT  ALU-MUNICIPIO FROM CONSOLE.
       0300-FINALIZAR.
           DISPLAY 'ALUNOS TRATADOS ===> ' WRK-CONTADOR.
           DISPLAY MSG-PROC-FINALIZADO.
