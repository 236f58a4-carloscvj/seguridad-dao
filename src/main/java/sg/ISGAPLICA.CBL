                      LINEAS YA APLICADAS, REJUEGA CADA A/E/M/B/R
                      SOBRE EL MAESTRO QUE NOMBRA TL-FICHERO A
                      TRAVES DE LOS APLICADORES SRAPLXXX (QUE
                      TRAZAN EN LOCAL), Y AVANZA LA MARCA. ANTES DE
                      APLICAR NADA COMPRUEBA EL MANIFIESTO DE CONTROL
                      QUE LLEGA CON EL FICHERO (REPLENTRADAMAN, EL
                      REPLSALIDAMAN DE ISGENVIA) Y RECHAZA ENTERO UN
                      FICHERO TRUNCADO, DUPLICADO O ALTERADO.

       ENVIRONMENT DIVISION.

       01 REGISTROIN                  PIC X(256).
       01 RESULTADO                   PIC 9.
       01 CONTADORMAL                 PIC 9(8).
       01 ACCIONMAN                   PIC X.
       01 PROGRAMAMAN                 PIC X(12) VALUE "ISGAPLICA".
       01 RESULTADOMAN                PIC 9.
       01 MOTIVOMAN                   PIC X(40).

       LINKAGE SECTION.
       01 CONTADORAPL                 PIC 9(8).
           MOVE 0 TO LEIDAS.
           PERFORM LEEMARCA.
       PROCESOS.
           MOVE "V" TO ACCIONMAN.
           CALL "SRMANIF" USING ACCIONMAN NOMBRETRAZA PROGRAMAMAN
                RESULTADOMAN MOTIVOMAN.
           IF RESULTADOMAN NOT = 0
              DISPLAY "ISGAPLICA FICHERO RECHAZADO ENTERO, "
                      "NADA APLICADO: " MOTIVOMAN UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           IF MOTIVOMAN NOT = SPACES
              DISPLAY "ISGAPLICA AVISO: " MOTIVOMAN UPON SYSOUT
           END-IF.
           OPEN INPUT FTRAZA.
           IF ERRORES NOT = "00"
              GO TO FIN-PROCESOS
