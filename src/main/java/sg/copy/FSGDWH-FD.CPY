        FD  FSGDWH
            LABEL RECORD STANDARD
            DATA RECORD IS RSGDWH.
        01  RSGDWH.
            05 CLA.
               10 CLA-TIPO PIC X(1).
               10 CLA-CLAVE PIC X(64).
               10 CLA-DESDE PIC 9(8).
               10 CLA-DESDE-HORA PIC 9(6).
            05 VER-HASTA PIC 9(8).
            05 VER-HASTA-HORA PIC 9(6).
            05 VER-ORIGEN PIC X(1).
            05 VER-SECUENCIA PIC 9(9).
            05 VER-IMAGEN PIC X(400).
            05 FILLER PIC X(20).
