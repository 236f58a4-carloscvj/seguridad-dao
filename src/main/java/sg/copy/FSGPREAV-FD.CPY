        FD  FSGPREAV
            LABEL RECORD STANDARD
            DATA RECORD IS RSGPREAV.
        01  RSGPREAV.
            05 CLA.
               10 CLA-USUARIO PIC X(64).
               10 CLA-ROLE PIC X(64).
            05 FECHA-AVISO PIC 9(8).
            05 CLA-CURSO PIC X(16).
            05 FILLER PIC X(40).
