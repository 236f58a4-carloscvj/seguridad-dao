            05 TERMINAR PIC X(1).
            05 AVISO-LOCK PIC X(1).
            05 TERMINAL-ORIGEN PIC X(16).
            05 LIMITE-ESTADO PIC X(1).
            05 LIMITE-VECES PIC 9(4).
            05 FILLER PIC X(5).
