        FD  FDWHTMP
            DATA RECORD IS RDWHTMP.
        01  RDWHTMP.
            03 TM-CLA.
               05 TM-FECHA PIC 9(8).
               05 TM-HORA PIC 9(6).
               05 TM-FUENTE PIC X(1).
               05 TM-SECUENCIA PIC 9(9).
            03 TM-ABM PIC X(1).
            03 TM-REGISTRO PIC X(256).
