            05 MODFECHA PIC 9(8).
            05 MODHORA PIC 9(6).
            05 ENTIDAD PIC X(4).
            05 TIPO-ROLE PIC X(1).
            05 FILLER PIC X(21).
