        FD  FSGESTR
            LABEL RECORD STANDARD
            DATA RECORD IS RSGESTR.
        01  RSGESTR.
            05 CLA.
               10 CLA-VIGOR PIC 9(8).
               10 CLA-FECHA PIC 9(8).
               10 CLA-HORA PIC 9(6).
               10 CLA-SEQ PIC 9(4).
            05 SERVIDOR-EST PIC X(8).
            05 ABM-EST PIC X(1).
            05 SOLICITANTE PIC X(15).
            05 ESTADO-EST PIC X(1).
            05 APLICADO-FECHA PIC 9(8).
            05 MOTIVO-EST PIC X(40).
            05 REGISTRO-EST PIC X(192).
            05 FILLER PIC X(29).
