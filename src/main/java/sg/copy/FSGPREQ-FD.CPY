        FD  FSGPREQ
            LABEL RECORD STANDARD
            DATA RECORD IS RSGPREQ.
        01  RSGPREQ.
            05 CLA.
               10 CLA-ROLE PIC X(64).
               10 CLA-CURSO PIC X(16).
            05 MODPOR PIC X(15).
            05 MODFECHA PIC 9(8).
            05 MODHORA PIC 9(6).
            05 FILLER PIC X(19).
