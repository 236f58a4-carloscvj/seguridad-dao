                   ASSIGN TO RANDOM NOMBREFSGSER
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLA OF RSGSER
                   ALTERNATE RECORD KEY IS DES OF RSGSER WITH DUPLICATES
                   LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
                   FILE STATUS IS ERRORES.
