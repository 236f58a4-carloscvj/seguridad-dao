        FD  FREMESA
            DATA RECORD IS RREMESA.
        01  RREMESA.
            03 RM-TIPO PIC X(1).
            03 RM-FEED PIC X(12).
            03 RM-SECUENCIA PIC 9(8).
            03 RM-USUARIO PIC X(15).
            03 RM-FECHA PIC 9(8).
            03 RM-HORA PIC 9(6).
            03 RM-EJECUCION PIC X(16).
