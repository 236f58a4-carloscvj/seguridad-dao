        FD  FSGJIT
            LABEL RECORD STANDARD
            DATA RECORD IS RSGJIT.
        01  RSGJIT.
            05 CLA.
               10 CLA-USUARIO PIC X(64).
               10 CLA-ROLE PIC X(64).
            05 ESTADO-JIT PIC X(1).
            05 DESDE-SEG PIC 9(12).
            05 HASTA-SEG PIC 9(12).
            05 HORAS-JIT PIC 9(3).
            05 MOTIVO-JIT PIC X(64).
            05 ACTIVADOPOR PIC X(15).
            05 FILLER PIC X(9).
