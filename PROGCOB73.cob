      *       HISTORICO E CONSULTAS SEGUEM O PONTEIRO
      *       (PROGCOB15/52/60); CADA FUSAO DEIXA IMAGENS
      *       ANTES/DEPOIS CONDENSADAS EM JRNL.LOG
      * 212 - SOBREVIVENTE SEM CEP HERDA O ENDERECO
      *       ESTRUTURADO (RUA A CEP E SITUACAO) DO DUPLICADO
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 WRK-SB-ENDERECO  PIC X(30).
           02 WRK-SB-TELEFONE  PIC X(11).
           02 WRK-SB-DOCUMENTO PIC 9(11).
           02 WRK-SB-ESTRUTURADO.
               03 WRK-SB-END-TEXTO PIC X(98).
               03 WRK-SB-CEP       PIC 9(08).
           02 WRK-SB-END-SITUACAO PIC X(01).
       01 WRK-IMAGEM-CLI.
           02 WRK-IC-ID        PIC 9(06).
           02 FILLER           PIC X(01) VALUE SPACE.
                                       TO WRK-SB-TELEFONE
                                   MOVE CLI-DOCUMENTO
                                       TO WRK-SB-DOCUMENTO
                                   MOVE CLI-END-ESTRUTURADO
                                       TO WRK-SB-ESTRUTURADO
                                   MOVE CLI-END-SITUACAO
                                       TO WRK-SB-END-SITUACAO
                           END-IF
                   END-READ
           END-IF.
           IF WRK-SB-ENDERECO = SPACES
                   MOVE CLI-ENDERECO TO WRK-SB-ENDERECO
           END-IF.
           IF WRK-SB-CEP = ZEROS
              AND CLI-CEP NOT = ZEROS
                   MOVE CLI-END-ESTRUTURADO TO WRK-SB-ESTRUTURADO
                   MOVE CLI-END-SITUACAO    TO WRK-SB-END-SITUACAO
           END-IF.
           IF WRK-SB-TELEFONE = SPACES
                   MOVE CLI-TELEFONE TO WRK-SB-TELEFONE
           END-IF.
                   MOVE WRK-SB-ENDERECO  TO CLI-ENDERECO
                   MOVE WRK-SB-TELEFONE  TO CLI-TELEFONE
                   MOVE WRK-SB-DOCUMENTO TO CLI-DOCUMENTO
                   MOVE WRK-SB-ESTRUTURADO  TO CLI-END-ESTRUTURADO
                   MOVE WRK-SB-END-SITUACAO TO CLI-END-SITUACAO
                   PERFORM 0220-MONTAR-IMAGEM
                   MOVE WRK-IMAGEM-CLI TO WRK-JRN-DEPOIS
                   REWRITE CLI-REGISTRO
