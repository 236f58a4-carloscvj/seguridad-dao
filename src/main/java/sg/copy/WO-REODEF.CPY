       01 FILA-REODEF.
           03 RD-FICHERO     PIC X(12).
           03 RD-ACCESO      PIC X(12).
           03 RD-LONGITUD    PIC 9(4).
           03 RD-CLAPOS      PIC 9(4).
           03 RD-CLALON      PIC 9(4).
           03 RD-ALTPOS      PIC 9(4).
           03 RD-ALTLON      PIC 9(4).
