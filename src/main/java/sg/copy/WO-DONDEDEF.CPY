       01 FILA-DONDE.
           03 DD-FICHERO     PIC X(12).
           03 DD-ACCESO      PIC X(12).
           03 DD-TIPO        PIC X(1).
           03 DD-POS         PIC 9(4).
           03 DD-LON         PIC 9(4).
           03 DD-FILPOS      PIC 9(4).
           03 DD-FILLON      PIC 9(2).
           03 DD-FILVAL      PIC X(8).
           03 DD-CAMPO       PIC X(16).
