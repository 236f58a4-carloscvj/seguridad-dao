            05 DECIDIDO-POR PIC X(15).
            05 DECISION-FECHA PIC 9(8).
            05 FECHA-LIMITE PIC 9(8).
            05 FIRMA-METODO PIC X(1).
            05 FIRMA-FECHA PIC 9(8).
            05 FIRMA-HORA PIC 9(6).
            05 VERSION-CERT PIC 9(6).
            05 FILLER PIC X(3).
