            03 TL-REGISTRO PIC X(256).
            03 TL-SECUENCIA PIC 9(9).
            03 TL-CADENA PIC 9(9).
            03 TL-EJECUCION PIC X(16).
