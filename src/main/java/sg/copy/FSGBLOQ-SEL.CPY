            SELECT FSGBLOQ
                   ASSIGN TO RANDOM NOMBREFSGBLOQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLA OF RSGBLOQ
                   LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
                   FILE STATUS IS ERRORES.
