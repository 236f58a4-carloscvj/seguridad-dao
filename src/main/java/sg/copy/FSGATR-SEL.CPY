                   ASSIGN TO RANDOM NOMBREFSGATR
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLA OF RSGATR
                   ALTERNATE RECORD KEY IS DEPARTAMENTO
                             WITH DUPLICATES
                   LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
