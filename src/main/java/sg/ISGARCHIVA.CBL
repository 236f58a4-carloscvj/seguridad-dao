                      SUS PROPIOS ARCHIVOS), TODO CON TRAZA. LOS
                      USUARIOS INACTIVOS SE DELEGAN EN ISGARCHUSU.
                      ISGRECUPERA DEVUELVE UN CIERRE COMPLETO A
                      LOS MAESTROS SI UN ROLE RETIRADO REVIVE. NO SE
                      ARCHIVA UN ROLE BAJO RETENCION LEGAL (FSGLEGAL,
                      EL PROPIO ROLE, UN RANGO DE FECHAS QUE CUBRA SU
                      ULTIMO CAMBIO O CUALQUIER NODO QUE CONCEDA):
                      SE LISTA CON SU CASO Y SE CUENTA APARTE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 CONTRC                      PIC 9(8).
       01 CONTDES                     PIC 9(8).
       01 CONTUSU                     PIC 9(8).
       01 CONTRET                     PIC 9(8).
       01 TIPOLEG                     PIC X(1).
       01 FECHALEG                    PIC 9(8).
       01 RETENIDO                    PIC 9.
       01 CASOLEG                     PIC X(16).
       01 NODORET                     PIC X(64).
       01 TABLA-GRANT-L.
          05 TABLA-GRANT              PIC X(64) OCCURS 100 TIMES.
       01 TABLA-NIVEL-L.
          05 TABLA-NIVEL              PIC X(1) OCCURS 100 TIMES.
       01 TOTALGRANT                  PIC 9(3).
       01 GG                          PIC 9(3).

       LINKAGE SECTION.
       01 DIASEDAD                    PIC 9(4).
       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADOR.
           MOVE 0 TO CONTRET.
           MOVE "mnu/SG/FSGROLE" TO NOMBREFSGROLE.
           IF DIASEDAD = 0
              MOVE 365 TO DIASEDAD
              END-READ
              IF SIGUE = 1
                 IF ACTIVO = "N" AND MODFECHA < FECHACORTE
                    PERFORM MIRARETENCION
                    IF RETENIDO = 1
                       ADD 1 TO CONTRET
                       DISPLAY "OMITIDO POR RETENCION LEGAL ROLE "
                               CLA(1:40) " CASO " CASOLEG
                               NODORET(1:40) UPON SYSOUT
                    ELSE
                       PERFORM ARCHIVAROLE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       DELEGAUSU.
           CALL "ISGARCHUSU" USING DIASEDAD CONTUSU.
           DISPLAY "ISGARCHIVA ROLES ARCHIVADOS=" CONTADOR
                   " ROLES RETENIDOS=" CONTRET
                   " USUARIOS ARCHIVADOS=" CONTUSU UPON SYSOUT.
       FIN-PROCESOS.
           EXIT PROGRAM.
                   " RC=" CONTRC " DES=" CONTDES UPON SYSOUT.
       FIN-ARCHIVAROLE.
           EXIT.

       MIRARETENCION SECTION.
       MRE.
           MOVE SPACES TO NODORET.
           MOVE "R" TO TIPOLEG.
           MOVE CLA TO ROLEARCH.
           MOVE MODFECHA TO FECHALEG.
           CALL "SRCHKLEGAL" USING TIPOLEG ROLEARCH FECHALEG
                RETENIDO CASOLEG.
           IF RETENIDO = 1
              GO TO FIN-MIRARETENCION
           END-IF.
           CALL "SRNODOSGRANT" USING ROLEARCH TABLA-GRANT-L
                TABLA-NIVEL-L TOTALGRANT.
           MOVE "N" TO TIPOLEG.
           MOVE 0 TO FECHALEG.
           PERFORM VARYING GG FROM 1 BY 1
                   UNTIL GG > TOTALGRANT OR RETENIDO = 1
              CALL "SRCHKLEGAL" USING TIPOLEG TABLA-GRANT(GG)
                   FECHALEG RETENIDO CASOLEG
              IF RETENIDO = 1
                 MOVE SPACES TO NODORET
                 STRING " NODO " TABLA-GRANT(GG)
                        DELIMITED BY SIZE
                        INTO NODORET
                 END-STRING
              END-IF
           END-PERFORM.
       FIN-MIRARETENCION.
           EXIT.
