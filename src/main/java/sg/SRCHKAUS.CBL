       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRCHKAUS.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      COMPRUEBA SI UN USUARIO ESTA AUSENTE SEGUN
                      FSGAUS (AUSENCIA ABIERTA) Y DEVUELVE LAS FECHAS DE
                      SU ULTIMA AUSENCIA: INICIO, REGRESO PREVISTO Y FIN
                      (CERO MIENTRAS SIGA ABIERTA). LA MIRA SRAUTORIZA
                      PARA DENEGAR Y LOS BARRIDOS DE CONCESIONES
                      DORMIDAS, RECERTIFICACION Y CADUCIDAD PARA
                      DETENER SUS RELOJES MIENTRAS DURA LA AUSENCIA.
                      SIN FILA DEVUELVE CEROS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGAUS-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGAUS-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGAUS                PIC X(256).

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 AUSENTE                     PIC 9.
       01 INICIOOUT                   PIC 9(8).
       01 REGRESOOUT                  PIC 9(8).
       01 FINOUT                      PIC 9(8).

       PROCEDURE DIVISION USING USUCODE AUSENTE INICIOOUT REGRESOOUT
                 FINOUT.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO AUSENTE.
           MOVE 0 TO INICIOOUT.
           MOVE 0 TO REGRESOOUT.
           MOVE 0 TO FINOUT.
           MOVE "mnu/SG/FSGAUS" TO NOMBREFSGAUS.
           OPEN INPUT FSGAUS.
           IF ERROR-1 = "0"
              MOVE USUCODE TO CLA
              READ FSGAUS WITH IGNORE LOCK INVALID KEY
                   CONTINUE
              END-READ
              IF ERROR-1 = "0"
                 IF ESTADO-AUS = "A"
                    MOVE 1 TO AUSENTE
                 END-IF
                 MOVE FECHA-INICIO TO INICIOOUT
                 MOVE FECHA-REGRESO TO REGRESOOUT
                 MOVE FECHA-FIN TO FINOUT
              END-IF
              CLOSE FSGAUS
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
