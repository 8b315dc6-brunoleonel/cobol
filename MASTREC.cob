           02 MASTER-REGIAO        PIC 9(02).
           02 MASTER-DATA-ABERTURA PIC 9(08).
           02 MASTER-DATA-ENCERR   PIC 9(08).
           02 MASTER-MODELO        PIC X(01).
               88 MASTER-PROPRIA   VALUE 'P' ' '.
               88 MASTER-FRANQUIA  VALUE 'F'.
