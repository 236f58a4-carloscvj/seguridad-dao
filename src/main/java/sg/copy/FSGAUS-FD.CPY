        FD  FSGAUS
            LABEL RECORD STANDARD
            DATA RECORD IS RSGAUS.
        01  RSGAUS.
            05 CLA PIC X(64).
            05 ESTADO-AUS PIC X(1).
            05 FECHA-INICIO PIC 9(8).
            05 FECHA-REGRESO PIC 9(8).
            05 FECHA-FIN PIC 9(8).
            05 ESCALADA PIC X(1).
            05 FECHA-ESCALADA PIC 9(8).
            05 MODPOR PIC X(15).
            05 MODFECHA PIC 9(8).
            05 MODHORA PIC 9(6).
            05 FILLER PIC X(24).
