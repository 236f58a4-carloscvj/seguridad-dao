                      EXTRACTOS. LA SECUENCIA Y EL ENCADENADO DE
                      SRCADENA SE CALCULAN SOBRE EL REGISTRO YA
                      REDACTADO, ASI LA DETECCION DE MANIPULACION
                      SIGUE CUADRANDO. CADA REGISTRO LLEVA ADEMAS EL
                      IDENTIFICADOR DE LA EJECUCION DE LOTE QUE LO
                      ESCRIBE (VARIABLE EXTERNA EJECUCIONID QUE PONE
                      SRLOTE; EN BLANCO PARA LOS CAMBIOS EN LINEA),
                      FUERA DE LA ZONA ENCADENADA.

       ENVIRONMENT DIVISION.

           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 EJECUCIONID                 PIC X(16) IS EXTERNAL.
       01 NOMBRETRAZA                 PIC X(256).
       01 NOMBRESEQ                   PIC X(256).
       01 SECUENCIA                   PIC 9(9).
           MOVE RTRAZA(1:350) TO CONTENIDO.
           CALL "SRCADENA" USING CONTENIDO CADENAPREV CADENANUEVA.
           MOVE CADENANUEVA TO TL-CADENA.
           MOVE EJECUCIONID TO TL-EJECUCION.
           IF EJECUCIONID = LOW-VALUES
              MOVE SPACES TO TL-EJECUCION
           END-IF.
           WRITE RTRAZA.
           CLOSE FTRAZA.
           PERFORM GRABAESTADO.
