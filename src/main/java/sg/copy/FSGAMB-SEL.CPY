            SELECT FSGAMB
                   ASSIGN TO RANDOM NOMBREFSGAMB
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLA OF RSGAMB
                   LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
                   FILE STATUS IS ERRORES.
