        FD  FSGBLOQ
            LABEL RECORD STANDARD
            DATA RECORD IS RSGBLOQ.
        01  RSGBLOQ.
            05 CLA PIC X(16).
            05 ALCANCE-TIPO PIC X(1).
            05 ALCANCE-VALOR PIC X(64).
            05 ESTADO PIC X(1).
            05 VIA PIC X(1).
            05 USUARIOS PIC 9(6).
            05 BLOQ-POR PIC X(15).
            05 FECHA-BLOQ PIC 9(8).
            05 HORA-BLOQ PIC 9(6).
            05 LIBERA-POR PIC X(15).
            05 FECHA-LIBERA PIC 9(8).
            05 HORA-LIBERA PIC 9(6).
            05 FILLER PIC X(45).
