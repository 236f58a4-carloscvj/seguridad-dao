        FD  FSGLIM
            LABEL RECORD STANDARD
            DATA RECORD IS RSGLIM.
        01  RSGLIM.
            05 CLA.
               10 CLA-SERVIDOR PIC X(8).
               10 CLA-USUARIO PIC X(64).
               10 CLA-GRUPO PIC X(1).
            05 VENTANA-NUM PIC 9(10).
            05 CUENTA-ACT PIC 9(8).
            05 CUENTA-ANT PIC 9(8).
            05 ULTIMA-FECHA PIC 9(8).
            05 ULTIMA-HORA PIC 9(6).
            05 FILLER PIC X(15).
