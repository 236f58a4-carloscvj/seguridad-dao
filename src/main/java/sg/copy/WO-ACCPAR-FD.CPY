        FD  FACCPAR
            DATA RECORD IS RACCPAR.
        01  RACCPAR.
            03 PA-ID PIC X(2).
            03 PA-TIPO PIC X(1).
            03 PA-DESDE PIC X(64).
            03 PA-HASTA PIC X(64).
