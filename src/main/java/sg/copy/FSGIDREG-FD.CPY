        FD  FSGIDREG
            LABEL RECORD STANDARD
            DATA RECORD IS RSGIDREG.
        01  RSGIDREG.
            05 CLA PIC X(64).
            05 EMPLEADO PIC X(12).
            05 DES PIC X(64).
            05 ESTADO PIC X(1).
            05 FECHA-ALTA PIC 9(8).
            05 FECHA-ESTADO PIC 9(8).
            05 MODPOR PIC X(15).
            05 MODFECHA PIC 9(8).
            05 MODHORA PIC 9(6).
            05 FILLER PIC X(6).
