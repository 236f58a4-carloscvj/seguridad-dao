        01  RSGSER.
            05 CLA PIC X(64).
            05 DES PIC X(64).
            05 MODPOR PIC X(15).
            05 MODFECHA PIC 9(8).
            05 MODHORA PIC 9(6).
            05 FILLER PIC X(35).
