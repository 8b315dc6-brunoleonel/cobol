      ******************************************************
      * COPYBOOK  = CURRREC.cob
      * AUTHOR    = BRUNO LEONEL
      * OBJETIVO  = LAYOUT DA GRADE CURRICULAR POR PROGRAMA
      *             (CURRIC.DAT - INDEXADO, MANTIDO PELO
      *             PROGCOB137 E CONFERIDO NA AUDITORIA DE
      *             CONCLUSAO PROGCOB138)
      *             CRR-CURSO 0000 = CABECALHO DO PROGRAMA
      *             (NOME E CREDITOS EXIGIDOS); DEMAIS =
      *             DISCIPLINA DO CATALOGO COURSES.DAT
      *             TIPO O = OBRIGATORIA  E = ELETIVA
      * DATA      = XX/XX/XXXX
      ******************************************************
       01  CRR-REGISTRO.
           02 CRR-CHAVE.
               03 CRR-PROGRAMA     PIC 9(03).
               03 CRR-CURSO        PIC 9(04).
           02 CRR-DADOS            PIC X(30).
           02 CRR-DISCIPLINA REDEFINES CRR-DADOS.
               03 CRR-TIPO         PIC X(01).
                   88 CRR-OBRIGATORIA VALUE 'O'.
                   88 CRR-ELETIVA     VALUE 'E'.
               03 CRR-CREDITOS     PIC 9(02).
               03 FILLER           PIC X(27).
           02 CRR-CABECALHO REDEFINES CRR-DADOS.
               03 CRR-NOME         PIC X(20).
               03 CRR-CRED-MINIMO  PIC 9(03).
               03 CRR-CRED-ELETIVAS PIC 9(03).
               03 FILLER           PIC X(04).
