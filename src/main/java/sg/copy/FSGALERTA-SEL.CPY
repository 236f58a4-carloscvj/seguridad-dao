            SELECT FSGALERTA
                   ASSIGN TO RANDOM NOMBREFSGALERTA
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLA
                   LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
                   FILE STATUS IS ERRORES.
