        FD  FSGCFGV
            LABEL RECORD STANDARD
            DATA RECORD IS RSGCFGV.
        01  RSGCFGV.
            05 CLA.
               10 CLA-CLAVE PIC X(32).
               10 CLA-VIGOR PIC 9(8).
            05 VALOR PIC X(128).
            05 MODPOR PIC X(15).
            05 MODFECHA PIC 9(8).
            05 MODHORA PIC 9(6).
            05 FILLER PIC X(3).
