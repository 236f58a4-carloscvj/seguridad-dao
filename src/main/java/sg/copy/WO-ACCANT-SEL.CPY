            SELECT FACCANT
                   ASSIGN TO RANDOM NOMBREACCANT
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS ERRORES.
