       PROGRAM-ID.    ISGEXPNODO.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      EXPORTA FSGNODO A UN FICHERO SECUENCIAL PLANO.
                      DEJA A SU LADO EL MANIFIESTO DE CONTROL
                      (SRMANIF) QUE COMPRUEBA ISGIMPNODO.

       ENVIRONMENT DIVISION.


       01 NOMBREFSGNODO               PIC X(256).
       01 NOMBREEXPORT                PIC X(256).
       01 ACCIONMAN                   PIC X.
       01 PROGRAMAMAN                 PIC X(12) VALUE "ISGEXPNODO".
       01 RESULTADOMAN                PIC 9.
       01 MOTIVOMAN                   PIC X(40).

       LINKAGE SECTION.
       01 NOMBREFSGNODOIN             PIC X(256).
       CERRAR.
           CLOSE FEXP.
           CLOSE FSGNODO.
           MOVE "E" TO ACCIONMAN.
           CALL "SRMANIF" USING ACCIONMAN NOMBREEXPORT PROGRAMAMAN
                RESULTADOMAN MOTIVOMAN.
           IF RESULTADOMAN NOT = 0
              DISPLAY "ISGEXPNODO SIN MANIFIESTO " MOTIVOMAN UPON SYSOUT
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
