        FD  FSGACK
            LABEL RECORD STANDARD
            DATA RECORD IS RSGACK.
        01  RSGACK.
            05 CLA.
               10 CLA-USUARIO PIC X(64).
               10 CLA-VERSION PIC X(16).
            05 FECHA-ACK PIC 9(8).
            05 HORA-ACK PIC 9(6).
            05 TERMINAL-ACK PIC X(16).
            05 FILLER PIC X(18).
