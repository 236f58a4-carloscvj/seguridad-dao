        FD  FLOTEREG
            DATA RECORD IS RLOTEREG.
        01  RLOTEREG.
            03 LR-EJECUCION PIC X(16).
            03 LR-ESTADO PIC X(1).
            03 LR-PROGRAMA PIC X(12).
            03 LR-USUARIO PIC X(15).
            03 LR-FECHA PIC 9(8).
            03 LR-HORA PIC 9(6).
            03 LR-REFERENCIA PIC X(16).
