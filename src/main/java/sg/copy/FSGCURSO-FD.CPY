        FD  FSGCURSO
            LABEL RECORD STANDARD
            DATA RECORD IS RSGCURSO.
        01  RSGCURSO.
            05 CLA.
               10 CLA-USUARIO PIC X(64).
               10 CLA-CURSO PIC X(16).
            05 FECHA-COMPLETA PIC 9(8).
            05 FECHA-CADUCA PIC 9(8).
            05 FECHA-CARGA PIC 9(8).
            05 FILLER PIC X(24).
