        FD  FSGAUP
            LABEL RECORD STANDARD
            DATA RECORD IS RSGAUP.
        01  RSGAUP.
            05 CLA PIC X(16).
            05 FECHA-VIGOR PIC 9(8).
            05 DIAS-GRACIA PIC 9(3).
            05 TITULO PIC X(64).
            05 MODPOR PIC X(15).
            05 MODFECHA PIC 9(8).
            05 MODHORA PIC 9(6).
            05 FILLER PIC X(8).
