            SELECT FAUTLOG
                   ASSIGN TO RANDOM NOMBREAUTLOG
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS ERRORES.
