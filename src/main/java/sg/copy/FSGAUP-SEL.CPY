            SELECT FSGAUP
                   ASSIGN TO RANDOM NOMBREFSGAUP
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLA OF RSGAUP
                   LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
                   FILE STATUS IS ERRORES.
