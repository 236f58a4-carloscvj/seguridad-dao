                      NUEVO Y ES REARRANCABLE; CADA LINEA LLEVA
                      FICHERO Y SECUENCIA PARA QUE EL COLECTOR
                      PUEDA DESCARTAR DUPLICADOS DE FORMA SEGURA.
                      TRAS CADA EJECUCION SE REHACE EL MANIFIESTO DE
                      CONTROL (SRMANIF) DEL FICHERO COMPLETO.

       ENVIRONMENT DIVISION.

       01 MARCANUEVA                  PIC 9(9).
       01 PRIMERAVEZ                  PIC 9.
       01 CONTADORTRAZA               PIC 9(8).
       01 ACCIONMAN                   PIC X.
       01 PROGRAMAMAN                 PIC X(12) VALUE "ISGSIEM".
       01 RESULTADOMAN                PIC 9.
       01 MOTIVOMAN                   PIC X(40).

       LINKAGE SECTION.
       01 NOMBRESIEMIN                PIC X(256).
           PERFORM EXPORTATRAZA.
           MOVE "mnu/SG/FSGRDES" TO NOMBREBASE.
           PERFORM EXPORTATRAZA.
           MOVE "E" TO ACCIONMAN.
           CALL "SRMANIF" USING ACCIONMAN NOMBRESIEM PROGRAMAMAN
                RESULTADOMAN MOTIVOMAN.
           IF RESULTADOMAN NOT = 0
              DISPLAY "ISGSIEM SIN MANIFIESTO " MOTIVOMAN UPON SYSOUT
           END-IF.
           DISPLAY "ISGSIEM EVENTOS ENVIADOS=" CONTADORENV
                   UPON SYSOUT.
       FIN-PROCESOS.
