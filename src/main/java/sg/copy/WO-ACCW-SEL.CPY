            SELECT FACCW
                   ASSIGN TO RANDOM NOMBREACCW
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AW-CLA
                   ALTERNATE RECORD KEY IS AW-NODO
                       WITH DUPLICATES
                   LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
                   FILE STATUS IS ERRORES.
