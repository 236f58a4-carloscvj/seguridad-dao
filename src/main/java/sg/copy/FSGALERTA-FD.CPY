        FD  FSGALERTA
            LABEL RECORD STANDARD
            DATA RECORD IS RSGALERTA.
        01  RSGALERTA.
            05 CLA.
               10 CLA-USUARIO PIC X(64).
               10 CLA-TIPO PIC X(8).
               10 CLA-VALOR PIC X(64).
            05 ESTADO-ALE PIC X(1).
            05 SEVERIDAD-ALE PIC X(1).
            05 PRIMERA-FECHA PIC 9(8).
            05 ULTIMA-FECHA PIC 9(8).
            05 VECES PIC 9(5).
            05 SUPRIMIDAS PIC 9(5).
            05 DETALLE-ALE PIC X(64).
            05 MARCADO-POR PIC X(15).
            05 MARCA-FECHA PIC 9(8).
            05 FP-HASTA PIC 9(8).
            05 MOTIVO-MARCA PIC X(40).
            05 MODPOR PIC X(15).
            05 MODFECHA PIC 9(8).
            05 MODHORA PIC 9(6).
            05 FILLER PIC X(28).
