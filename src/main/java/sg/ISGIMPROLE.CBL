                      INFORMADA), LA APLICA SOBRE EL
                      MAESTRO DEJANDO CADA CAMBIO EN LA TRAZA, Y
                      TERMINA CON TOTALES DE CONTROL MAS UN FICHERO
                      DE RECHAZOS CON EL MOTIVO. ANTES DE CARGAR
                      NADA COMPRUEBA EL MANIFIESTO DE CONTROL DEL
                      FICHERO (SRMANIF) Y RECHAZA ENTERO UN FICHERO
                      TRUNCADO, DUPLICADO O ALTERADO.
                      TAMPOCO CARGA NADA EN UN PERIODO DE VEDA DEL
                      CALENDARIO SOBRE ESTE MAESTRO (SRCHKVEDA). CADA
                      PASADA LLEVA SU IDENTIFICADOR DE EJECUCION
                      (SRLOTE), QUE QUEDA ESTAMPADO EN CADA REGISTRO DE
                      TRAZA QUE ESCRIBE, PARA PODER DESHACERLA ENTERA
                      CON ISGREVLOTE. SI EL FICHERO TRAE REGISTRO DE
                      COLA (CUENTA Y NUMERO DE SECUENCIA, SRCONTROL)
                      TAMBIEN SE COMPRUEBA ANTES DE CARGAR NADA Y SE
                      RECHAZA ENTERO SI NO CUADRA O SI LA SECUENCIA SE
                      REPITE O SALTA; SIN COLA BASTA EL MANIFIESTO. LOS
                      CARGADORES SOLO DAN ALTAS Y MODIFICACIONES, ASI
                      QUE NO LES APLICA EL CORTE DE CAMBIOS MASIVOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 MOTIVO                      PIC X(24).
       01 ACCIONMAN                   PIC X.
       01 PROGRAMAMAN                 PIC X(12) VALUE "ISGIMPROLE".
       01 RESULTADOMAN                PIC 9.
       01 MOTIVOMAN                   PIC X(40).
       01 ACCIONVEDA                  PIC X.
       01 SERVIDORVEDA                PIC X(8) VALUE "FSGROLE".
       01 OPERVEDA                    PIC X(8) VALUE "IMPORTA".
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).

       01 MARCACOLA                   PIC X(9) VALUE "*TRAILER*".
       01 ACCIONCTL                   PIC X.
       01 FEEDCTL                     PIC X(12) VALUE "ISGIMPROLE".
       01 SECUENCIACTL                PIC 9(8).
       01 PLANEADOSCTL                PIC 9(8).
       01 POBLACIONCTL                PIC 9(8).
       01 RESULTADOCTL                PIC 9.
       01 MOTIVOCTL                   PIC X(40).

       01 ACCIONLOTE                  PIC X.
       01 PROGRAMALOTE                PIC X(12) VALUE "ISGIMPROLE".
       01 EJECUCIONLOTE               PIC X(16).

       LINKAGE SECTION.
       01 NOMBREEXPORTIN              PIC X(256).
                  INTO NOMBREREJ
           END-STRING.
       PROCESOS.
           MOVE "I" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           MOVE "V" TO ACCIONMAN.
           CALL "SRMANIF" USING ACCIONMAN NOMBREEXPORT PROGRAMAMAN
                RESULTADOMAN MOTIVOMAN.
           IF RESULTADOMAN NOT = 0
              DISPLAY "ISGIMPROLE FICHERO RECHAZADO ENTERO, "
                      "NADA CARGADO: " MOTIVOMAN UPON SYSOUT
              OPEN OUTPUT FREJ
              MOVE "MANIFIESTO" TO RJ-MOTIVO
              MOVE MOTIVOMAN TO RJ-REGISTRO
              WRITE RREJ
              CLOSE FREJ
              GO TO FIN-PROCESOS
           END-IF.
           IF MOTIVOMAN NOT = SPACES
              DISPLAY "ISGIMPROLE AVISO: " MOTIVOMAN UPON SYSOUT
           END-IF.
           MOVE "C" TO ACCIONVEDA.
           CALL "SRCHKVEDA" USING ACCIONVEDA SERVIDORVEDA OPERVEDA
                NOMBREEXPORT VEDADO DESVEDA.
           IF VEDADO = 1
              DISPLAY "ISGIMPROLE FICHERO RECHAZADO ENTERO, "
                      "NADA CARGADO: PERIODO DE VEDA " DESVEDA
                      UPON SYSOUT
              OPEN OUTPUT FREJ
              MOVE "PERIODO DE VEDA" TO RJ-MOTIVO
              MOVE DESVEDA TO RJ-REGISTRO
              WRITE RREJ
              CLOSE FREJ
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "P" TO ACCIONCTL.
           CALL "SRCONTROL" USING ACCIONCTL FEEDCTL NOMBREEXPORT
                SECUENCIACTL PLANEADOSCTL POBLACIONCTL
                RESULTADOCTL MOTIVOCTL.
           IF RESULTADOCTL NOT = 0
              DISPLAY "ISGIMPROLE FICHERO RECHAZADO ENTERO, "
                      "NADA CARGADO: " MOTIVOCTL UPON SYSOUT
              OPEN OUTPUT FREJ
              MOVE "REGISTRO DE COLA" TO RJ-MOTIVO
              MOVE MOTIVOCTL TO RJ-REGISTRO
              WRITE RREJ
              CLOSE FREJ
              GO TO FIN-PROCESOS
           END-IF.
           OPEN INPUT FEXP.
           IF ERRORES NOT = "00"
              DISPLAY "ISGIMPROLE NO SE PUDO ABRIR " NOMBREEXPORT
              READ FEXP AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND REXP(1:9) NOT = MARCACOLA
                 ADD 1 TO CONTADORLEIDAS
                 PERFORM TRATAFILA
              END-IF
           CLOSE FREJ.
           CLOSE FSGROLE.
           CLOSE FEXP.
           MOVE "C" TO ACCIONCTL.
           CALL "SRCONTROL" USING ACCIONCTL FEEDCTL NOMBREEXPORT
                SECUENCIACTL PLANEADOSCTL POBLACIONCTL
                RESULTADOCTL MOTIVOCTL.
           DISPLAY "ISGIMPROLE LEIDAS=" CONTADORLEIDAS
                   " APLICADAS=" CONTADORAPL
                   " RECHAZADAS=" CONTADORRECH UPON SYSOUT.
       FIN-PROCESOS.
           MOVE "F" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
