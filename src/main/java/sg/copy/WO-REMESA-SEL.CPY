            SELECT FREMESA
                   ASSIGN TO RANDOM NOMBREREMESA
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS ERRORES.
