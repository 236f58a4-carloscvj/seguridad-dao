            05 EMERGENCIA PIC X(1).
            05 EMERG-EXPIRA PIC 9(10).
            05 ENTIDAD PIC X(4).
            05 ELEGIBLE PIC X(1).
            05 FILLER PIC X(2).
