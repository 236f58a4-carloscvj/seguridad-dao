        FD  FSGAMB
            LABEL RECORD STANDARD
            DATA RECORD IS RSGAMB.
        01  RSGAMB.
            05 CLA.
               10 CLA-USUARIO PIC X(64).
               10 CLA-TIPO PIC X(1).
               10 CLA-VALOR PIC X(64).
            05 ACTIVO PIC X(1).
            05 MODPOR PIC X(15).
            05 MODFECHA PIC 9(8).
            05 MODHORA PIC 9(6).
            05 FILLER PIC X(10).
