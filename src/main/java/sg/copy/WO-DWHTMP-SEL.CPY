            SELECT FDWHTMP
                   ASSIGN TO RANDOM NOMBREDWHTMP
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TM-CLA
                   FILE STATUS IS ERRORES.
