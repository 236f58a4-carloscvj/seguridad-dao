            SELECT FMANIF
                   ASSIGN TO RANDOM NOMBREMANIF
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS ERRORES.
