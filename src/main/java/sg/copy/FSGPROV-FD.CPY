        FD  FSGPROV
            LABEL RECORD STANDARD
            DATA RECORD IS RSGPROV.
        01  RSGPROV.
            05 CLA.
               10 PV-SERVICIO PIC X(64).
               10 PV-LOTE PIC 9(6).
               10 PV-LINEA PIC 9(6).
            05 PV-DATOS.
               10 PV-USUARIO PIC X(64).
               10 PV-ACCION PIC X(1).
               10 PV-NODO PIC X(64).
               10 PV-NIVEL PIC X(1).
               10 PV-FECHA PIC 9(8).
               10 PV-ESTADO PIC X(1).
               10 PV-FECHAACUSE PIC 9(8).
               10 PV-TEXTO PIC X(40).
            05 PV-CABECERA REDEFINES PV-DATOS.
               10 PV-ULTIMOLOTE PIC 9(6).
               10 FILLER PIC X(181).
            05 FILLER PIC X(20).
