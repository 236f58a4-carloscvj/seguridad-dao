            SELECT FDWHCTL
                   ASSIGN TO RANDOM NOMBREDWHCTL
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS ERRORES.
