            SELECT FSGACK
                   ASSIGN TO RANDOM NOMBREFSGACK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLA OF RSGACK
                   LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
                   FILE STATUS IS ERRORES.
