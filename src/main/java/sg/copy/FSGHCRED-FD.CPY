        FD  FSGHCRED
            LABEL RECORD STANDARD
            DATA RECORD IS RSGHCRED.
        01  RSGHCRED.
            05 CLA PIC X(64).
            05 TOTAL-HIST PIC 9(2).
            05 HUELLA-HIST PIC 9(18) OCCURS 24 TIMES.
            05 FECHA-HIST PIC 9(8).
            05 FILLER PIC X(22).
