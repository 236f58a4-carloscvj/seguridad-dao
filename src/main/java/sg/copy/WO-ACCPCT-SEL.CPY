            SELECT FACCPCT
                   ASSIGN TO RANDOM NOMBREACCPCT
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS ERRORES.
