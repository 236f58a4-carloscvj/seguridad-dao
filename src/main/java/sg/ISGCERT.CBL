                      REVISIONES SIN DECIDIR DE UNA CAMPANA; ACCION
                      "CERRAR" REVOCA (VIA SRREVUR, CON TRAZA) TODA
                      CONCESION NO ATESTADA AL LLEGAR EL CIERRE Y
                      MARCA LA FILA COMO REVOCADA. EN EL CIERRE LAS
                      FILAS DE QUIEN TIENE UNA AUSENCIA LARGA ABIERTA EN
                      FSGAUS (SRCHKAUS) NO SE REVOCAN: QUEDAN PENDIENTES
                      Y LAS SIGUE ISGESCALA CON EL PLAZO CORRIDO A LA
                      VUELTA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 CONTADORATES                PIC 9(8).
       01 CONTADORREVO                PIC 9(8).
       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 CONTADORAUS                 PIC 9(8).
       01 AUSENTE                     PIC 9.
       01 INICIOAUS                   PIC 9(8).
       01 REGRESOAUS                  PIC 9(8).
       01 FINAUS                      PIC 9(8).

       LINKAGE SECTION.
       01 ACCION                      PIC X(9).
           MOVE 0 TO CONTADORPEND.
           MOVE 0 TO CONTADORATES.
           MOVE 0 TO CONTADORREVO.
           MOVE 0 TO CONTADORAUS.
           MOVE "mnu/SG/FSGCERT" TO NOMBREFSGCERT.
       PROCESOS.
           EVALUATE ACCION
              END-READ
              IF SIGUE = 1 AND CLA-CAMPANA = CAMPANA AND
                 ESTADO-CERT = "P"
                 CALL "SRCHKAUS" USING CLA-USUARIO AUSENTE INICIOAUS
                      REGRESOAUS FINAUS
                 IF AUSENTE = 1
                    ADD 1 TO CONTADORAUS
                 ELSE
                    PERFORM REVOCAUNA
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGCERT.
           DISPLAY "CIERRE CAMPANA " CAMPANA
                   " REVOCADAS=" CONTADOR
                   " PENDIENTES POR AUSENCIA=" CONTADORAUS UPON SYSOUT.
       FIN-CIERRE.
           EXIT.

           MOVE "R" TO ESTADO-CERT.
           MOVE USUARIO TO DECIDIDO-POR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DECISION-FECHA.
           IF VERSION-CERT NOT NUMERIC OR VERSION-CERT = 999999
              MOVE 0 TO VERSION-CERT
           END-IF.
           ADD 1 TO VERSION-CERT.
           REWRITE RSGCERT INVALID KEY
                   GO TO FIN-REVOCAUNA.
           IF ERROR-1 NOT = "0"
