            SELECT FACCEST
                   ASSIGN TO RANDOM NOMBREACCEST
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS ERRORES.
