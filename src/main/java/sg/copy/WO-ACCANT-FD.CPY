        FD  FACCANT
            DATA RECORD IS RACCANT.
        01  RACCANT.
            03 AN-USUARIO PIC X(64).
            03 AN-NODO PIC X(64).
            03 AN-ROLE PIC X(64).
            03 AN-FECHA PIC 9(8).
            03 AN-HORA PIC 9(6).
            03 AN-NIVEL PIC X(1).
