            05 MODPOR PIC X(15).
            05 MODFECHA PIC 9(8).
            05 MODHORA PIC 9(6).
            05 DIAS-ROTACION PIC 9(4).
            05 REASIGNAR PIC X(1).
            05 FILLER PIC X(14).
