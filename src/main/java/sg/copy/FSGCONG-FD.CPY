            05 CONGELADO-POR PIC X(15).
            05 FECHA-CONG PIC 9(8).
            05 HORA-CONG PIC 9(6).
            05 TIPO-CONG PIC X(1).
            05 FILLER PIC X(18).
