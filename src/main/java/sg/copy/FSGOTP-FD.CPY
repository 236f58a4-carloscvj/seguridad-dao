        FD  FSGOTP
            LABEL RECORD STANDARD
            DATA RECORD IS RSGOTP.
        01  RSGOTP.
            05 CLA PIC X(64).
            05 HUELLA-COD PIC 9(18).
            05 EMITIDO-SEG PIC 9(12).
            05 EXPIRA-SEG PIC 9(12).
            05 INTENTOS-COD PIC 9(2).
            05 CONFIRMADO-SEG PIC 9(12).
            05 CANAL PIC X(64).
            05 EMISIONES-COD PIC 9(6).
            05 FILLER PIC X(2).
