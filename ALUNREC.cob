      * OBJETIVO  = LAYOUT DO MESTRE DE ALUNOS
      *             (ALUNMST.DAT - INDEXADO POR ALU-ID,
      *             MANTIDO PELO PROGCOB78 E CONSULTADO POR
      *             PROGCOB11/36/76/79 E PELO CENSO ESCOLAR
      *             PROGCOB140)
      *             ALU-PROGRAMA = PROGRAMA (GRADE CURRICULAR
      *             DE CURRIC.DAT) EM QUE O ALUNO ESTA
      *             DADOS DEMOGRAFICOS OBRIGATORIOS NO CENSO:
      *             SEXO M/F, COR/RACA 0-5 (0 = NAO
      *             DECLARADA), NACIONALIDADE 1 = BRASILEIRA
      *             2 = NATURALIZADA 3 = ESTRANGEIRA,
      *             MUNICIPIO = CODIGO IBGE DE RESIDENCIA
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  ALU-REGISTRO.
               88 ALU-MATRICULADO VALUE 'M'.
               88 ALU-TRANCADO    VALUE 'T'.
               88 ALU-DESLIGADO   VALUE 'D'.
               88 ALU-TRANSFERIDO VALUE 'X'.
           02 ALU-DATA-INGRESSO PIC 9(08).
           02 ALU-PROGRAMA      PIC 9(03).
           02 ALU-DATA-NASC     PIC 9(08).
           02 ALU-SEXO          PIC X(01).
               88 ALU-SEXO-VALIDO VALUE 'M' 'F'.
           02 ALU-COR-RACA      PIC X(01).
               88 ALU-COR-VALIDA  VALUE '0' THRU '5'.
           02 ALU-NACIONALIDADE PIC X(01).
               88 ALU-NACION-VALIDA VALUE '1' THRU '3'.
           02 ALU-NOME-MAE      PIC X(30).
           02 ALU-MUNICIPIO     PIC 9(07).
