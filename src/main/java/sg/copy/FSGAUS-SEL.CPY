            SELECT FSGAUS
                   ASSIGN TO RANDOM NOMBREFSGAUS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLA
                   LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
                   FILE STATUS IS ERRORES.
