        FD  FSGROBS
            LABEL RECORD STANDARD
            DATA RECORD IS RSGROBS.
        01  RSGROBS.
            05 CLA PIC X(64).
            05 FECHA-OBSOLETO PIC 9(8).
            05 FECHA-OCASO PIC 9(8).
            05 CLA-SUSTITUTO PIC X(64).
            05 MODPOR PIC X(15).
            05 MODFECHA PIC 9(8).
            05 MODHORA PIC 9(6).
            05 FILLER PIC X(19).
