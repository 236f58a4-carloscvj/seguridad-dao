            SELECT FLOTEREG
                   ASSIGN TO RANDOM NOMBRELOTEREG
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS ERRORES.
