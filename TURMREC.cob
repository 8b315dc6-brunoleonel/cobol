      ******************************************************
      * COPYBOOK  = TURMREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DA TURMA DO CURSO NO PERIODO
      *             LETIVO (TURMAS.DAT - INDEXADO, MANTIDO
      *             PELO PROGCOB130 E CONSULTADO NA
      *             MATRICULA PROGCOB131)
      *             TUR-CURSO = CODIGO DO CATALOGO COURSES.DAT
      *             TUR-MATRICULADOS = VAGAS OCUPADAS (A LISTA
      *             DE ESPERA FICA EM MATRICULA.DAT)
      *             TUR-PROFESSOR = PROFESSOR.DAT RESPONSAVEL
      *             PELAS NOTAS; TUR-DATA-NOTAS ZERADA = NOTAS
      *             AINDA NAO ENTREGUES (PROGCOB132);
      *             TUR-DATA-ALERTA = ATRASO JA ALERTADO
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  TUR-REGISTRO.
           02 TUR-CHAVE.
               03 TUR-PERIODO      PIC 9(06).
               03 TUR-CURSO        PIC 9(04).
               03 TUR-TURMA        PIC 9(02).
           02 TUR-HORARIO          PIC X(12).
           02 TUR-SALA             PIC X(06).
           02 TUR-CAPACIDADE       PIC 9(03).
           02 TUR-MATRICULADOS     PIC 9(03).
           02 TUR-PROFESSOR        PIC 9(02).
           02 TUR-DATA-NOTAS       PIC 9(08).
           02 TUR-DATA-ALERTA      PIC 9(08).
