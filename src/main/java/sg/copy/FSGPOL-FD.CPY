            05 MODPOR PIC X(15).
            05 MODFECHA PIC 9(8).
            05 MODHORA PIC 9(6).
            05 MAX-HORAS-JIT PIC 9(3).
            05 APROB-JIT PIC X(1).
            05 FILLER PIC X(21).
