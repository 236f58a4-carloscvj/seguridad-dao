        FD  FAUTLOG
            DATA RECORD IS RAUTLOG.
        01  RAUTLOG.
            03 AL-FECHA PIC 9(8).
            03 AL-HORA PIC 9(6).
            03 AL-USUARIO PIC X(64).
            03 AL-TERMINAL PIC X(16).
            03 AL-RESULTADO PIC 9(1).
