                      DEJE AL RESPALDO SIN REGISTROS PENDIENTES),
                      TAL CUAL, PARA QUE ISGAPLICA LOS REJUEGE
                      ALLI. PENSADO PARA CORRER CADA POCOS MINUTOS;
                      EL TRANSPORTE MUEVE EL FICHERO JUNTO CON SU
                      MANIFIESTO DE CONTROL (SRMANIF), QUE SE REHACE
                      SOBRE EL FICHERO COMPLETO EN CADA EJECUCION Y
                      QUE ISGAPLICA COMPRUEBA ANTES DE APLICAR.

       ENVIRONMENT DIVISION.

       01 MARCA                       PIC 9(9).
       01 MARCANUEVA                  PIC 9(9).
       01 PRIMERAVEZ                  PIC 9.
       01 ACCIONMAN                   PIC X.
       01 PROGRAMAMAN                 PIC X(12) VALUE "ISGENVIA".
       01 RESULTADOMAN                PIC 9.
       01 MOTIVOMAN                   PIC X(40).

       LINKAGE SECTION.
       01 CONTADORENV                 PIC 9(8).
           PERFORM ENVIATRAZA.
           MOVE "mnu/SG/FSGRDES" TO NOMBREBASE.
           PERFORM ENVIATRAZA.
           MOVE "E" TO ACCIONMAN.
           CALL "SRMANIF" USING ACCIONMAN NOMBRESAL PROGRAMAMAN
                RESULTADOMAN MOTIVOMAN.
           IF RESULTADOMAN NOT = 0
              DISPLAY "ISGENVIA SIN MANIFIESTO " MOTIVOMAN UPON SYSOUT
           END-IF.
           DISPLAY "ISGENVIA REGISTROS EXPEDIDOS=" CONTADORENV
                   UPON SYSOUT.
       FIN-PROCESOS.
