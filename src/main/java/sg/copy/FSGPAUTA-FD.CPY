        FD  FSGPAUTA
            LABEL RECORD STANDARD
            DATA RECORD IS RSGPAUTA.
        01  RSGPAUTA.
            05 CLA.
               10 CLA-USUARIO PIC X(64).
               10 CLA-TIPO PIC X(1).
               10 CLA-VALOR PIC X(64).
            05 PRIMERA-FECHA PIC 9(8).
            05 ULTIMA-FECHA PIC 9(8).
            05 DIAS-VISTO PIC 9(5).
            05 CUENTA-PAUTA PIC 9(8).
            05 MAXIMO-DIA PIC 9(8).
            05 FILLER PIC X(34).
