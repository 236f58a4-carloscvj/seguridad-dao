        FD  FMANIF
            DATA RECORD IS RMANIF.
        01  RMANIF.
            03 MF-PROGRAMA PIC X(12).
            03 MF-FECHA PIC 9(8).
            03 MF-HORA PIC 9(6).
            03 MF-REGISTROS PIC 9(9).
            03 MF-PRIMERO PIC X(64).
            03 MF-ULTIMO PIC X(64).
            03 MF-HUELLA PIC 9(18).
