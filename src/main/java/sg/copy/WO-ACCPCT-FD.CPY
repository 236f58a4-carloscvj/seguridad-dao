        FD  FACCPCT
            DATA RECORD IS RACCPCT.
        01  RACCPCT.
            03 PC-ID PIC X(2).
            03 PC-FECHA PIC 9(8).
            03 PC-HORA PIC 9(6).
            03 PC-LEIDAS PIC 9(8).
            03 PC-GRABADAS PIC 9(8).
            03 PC-ESTADO PIC X(8).
