        FD  FACCW
            LABEL RECORD STANDARD
            DATA RECORD IS RACCW.
        01  RACCW.
            03 AW-CLA.
               05 AW-USUARIO PIC X(64).
               05 AW-NODO PIC X(64).
            03 AW-RESTO PIC X(128).
