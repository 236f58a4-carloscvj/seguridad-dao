            SELECT FACCPAR
                   ASSIGN TO RANDOM NOMBREACCPAR
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS ERRORES.
