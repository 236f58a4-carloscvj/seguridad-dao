            SELECT FSGIDREG
                   ASSIGN TO RANDOM NOMBREFSGIDREG
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLA OF RSGIDREG
                   ALTERNATE RECORD KEY IS EMPLEADO OF RSGIDREG
                             WITH DUPLICATES
                   LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
                   FILE STATUS IS ERRORES.
