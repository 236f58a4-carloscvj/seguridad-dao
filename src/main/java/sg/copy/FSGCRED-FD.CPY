            05 CAMBIO-FORZADO PIC X(1).
            05 FECHA-CAMBIO PIC 9(8).
            05 FECHA-EXPIRA PIC 9(8).
            05 ESQUEMA-HUELLA PIC 9(1).
            05 SAL-HUELLA PIC X(16).
            05 FILLER PIC X(9).
