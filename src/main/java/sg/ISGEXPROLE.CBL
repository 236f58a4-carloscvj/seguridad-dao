       PROGRAM-ID.    ISGEXPROLE.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      EXPORTA FSGROLE A UN FICHERO SECUENCIAL PLANO.
                      DEJA A SU LADO EL MANIFIESTO DE CONTROL
                      (SRMANIF) QUE COMPRUEBA ISGIMPROLE.

       ENVIRONMENT DIVISION.


       01 NOMBREFSGROLE               PIC X(256).
       01 NOMBREEXPORT                PIC X(256).
       01 ACCIONMAN                   PIC X.
       01 PROGRAMAMAN                 PIC X(12) VALUE "ISGEXPROLE".
       01 RESULTADOMAN                PIC 9.
       01 MOTIVOMAN                   PIC X(40).

       LINKAGE SECTION.
       01 NOMBREFSGROLEIN             PIC X(256).
       CERRAR.
           CLOSE FEXP.
           CLOSE FSGROLE.
           MOVE "E" TO ACCIONMAN.
           CALL "SRMANIF" USING ACCIONMAN NOMBREEXPORT PROGRAMAMAN
                RESULTADOMAN MOTIVOMAN.
           IF RESULTADOMAN NOT = 0
              DISPLAY "ISGEXPROLE SIN MANIFIESTO " MOTIVOMAN UPON SYSOUT
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
