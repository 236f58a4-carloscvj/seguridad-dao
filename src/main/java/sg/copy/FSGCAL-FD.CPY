            05 MODPOR PIC X(15).
            05 MODFECHA PIC 9(8).
            05 MODHORA PIC 9(6).
            05 VEDA-HASTA PIC 9(8).
            05 VEDA-FICHERO PIC X(8).
            05 FILLER PIC X(6).
