        FD  FSGLEGAL
            LABEL RECORD STANDARD
            DATA RECORD IS RSGLEGAL.
        01  RSGLEGAL.
            05 CLA.
               10 CLA-TIPO PIC X(1).
               10 CLA-OBJETO PIC X(64).
               10 CLA-CASO PIC X(16).
            05 FECHA-DESDE PIC 9(8).
            05 FECHA-HASTA PIC 9(8).
            05 FECHA-LIBERA PIC 9(8).
            05 ESTADO PIC X(1).
            05 MODPOR PIC X(15).
            05 MODFECHA PIC 9(8).
            05 MODHORA PIC 9(6).
            05 MOTIVO PIC X(40).
            05 FILLER PIC X(17).
