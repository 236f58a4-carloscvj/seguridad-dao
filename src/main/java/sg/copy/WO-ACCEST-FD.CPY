        FD  FACCEST
            DATA RECORD IS RACCEST.
        01  RACCEST.
            03 EA-ESTADO PIC X(1).
            03 EA-FECHA PIC 9(8).
            03 EA-HORA PIC 9(6).
            03 EA-PROGRAMA PIC X(12).
