                      CARA A LA OFICINA) AL FICHERO PLANO
                      mnu/SG/CATALOGOEXP QUE LAS OFICINAS CARGAN
                      EN SUS PANTALLAS DE PETICION, PARA QUE DEJEN
                      DE ADIVINAR NOMBRES DE ROLES. EL FICHERO
                      SALE CON SU MANIFIESTO DE CONTROL (SRMANIF).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 NOMBREFSGCATROL             PIC X(256).
       01 NOMBREEXPCAT                PIC X(256)
          VALUE "mnu/SG/CATALOGOEXP".
       01 ACCIONMAN                   PIC X.
       01 PROGRAMAMAN                 PIC X(12) VALUE "ISGEXPCAT".
       01 RESULTADOMAN                PIC 9.
       01 MOTIVOMAN                   PIC X(40).
       01 SIGUE                       PIC 9.

       LINKAGE SECTION.
           END-PERFORM.
           CLOSE FEXP.
           CLOSE FSGCATROL.
           MOVE "E" TO ACCIONMAN.
           CALL "SRMANIF" USING ACCIONMAN NOMBREEXPCAT PROGRAMAMAN
                RESULTADOMAN MOTIVOMAN.
           IF RESULTADOMAN NOT = 0
              DISPLAY "ISGEXPCAT SIN MANIFIESTO " MOTIVOMAN UPON SYSOUT
           END-IF.
           DISPLAY "ISGEXPCAT ROLES EXPORTADOS=" CONTADOREXP
                   UPON SYSOUT.
       FIN-PROCESOS.
