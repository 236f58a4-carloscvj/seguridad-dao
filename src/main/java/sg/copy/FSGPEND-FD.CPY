            05 APROBADOR PIC X(15).
            05 APROB-FECHA PIC 9(8).
            05 REGISTRO-PED PIC X(192).
            05 SALTA-VEDA PIC X(1).
            05 FIRMA-METODO PIC X(1).
            05 FIRMA-FECHA PIC 9(8).
            05 FIRMA-HORA PIC 9(6).
            05 VERSION-PED PIC 9(6).
            05 FILLER PIC X(1).
