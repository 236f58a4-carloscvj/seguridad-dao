                      FICHERO (LA QUE GRABA SRUTRAZA). LEE LA TRAZA
                      VIVA Y, SI SE PIDE UN RANGO DE FECHAS, TAMBIEN
                      LAS GENERACIONES ARCHIVADAS POR TSGTRAZA QUE
                      APAREZCAN EN EL CATALOGO TRZCAT. CADA EJECUCION
                      QUEDA EN LA TRAZA DE LECTURAS SENSIBLES
                      (SRLECTURA) CON QUIEN LA PIDE, DESDE QUE TERMINAL
                      Y SOBRE QUE FICHERO.

       ENVIRONMENT DIVISION.

       01 GENFECHA                    PIC 9(8).
       01 II                          PIC 9(3).

       01 ORIGENLEC                   PIC X(12) VALUE "ISGTRAZA".
       01 OPERLEC                     PIC X(8) VALUE "LOTE".
       01 CLAVELEC                    PIC X(128).

       LINKAGE SECTION.
       01 NOMBREFICHEROIN             PIC X(256).
       01 FILTROABM                   PIC X.
                  INTO NOMBRECAT
           END-STRING.
       PROCESOS.
           MOVE NOMBREFICHEROIN TO CLAVELEC.
           CALL "SRLECTURA" USING ORIGENLEC OPERLEC CLAVELEC.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
