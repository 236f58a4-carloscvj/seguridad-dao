       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRTICKETEST.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      CAMBIA EL ESTADO DE UN TICKET DE FSGTICKET CON
                      TRAZA, PARA QUE SU HISTORIA QUEDE COMPLETA. CON
                      NUMERO DE TICKET CAMBIA ESE; CON NUMERO CERO
                      BUSCA LOS TICKETS PENDIENTES ("P") DE ESA
                      ACCION, USUARIO Y ROLE, QUE ES COMO SSGPEND
                      CIERRA LAS PETICIONES EN LINEA QUE ENCOLO
                      SRPETICION AL APROBARLAS O RECHAZARLAS.
                      RESULTADO 0 CAMBIADO, 1 NO ENCONTRADO, 2 ERROR
                      DE FICHERO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGTICKET-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGTICKET-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGTICKET             PIC X(256).
       01 SIGUE                       PIC 9.
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).

       LINKAGE SECTION.
       01 TICKETIN                    PIC 9(8).
       01 ACCIONIN                    PIC X(1).
       01 USUCODE                     PIC X(64).
       01 ROLECODE                    PIC X(64).
       01 ESTADOIN                    PIC X(1).
       01 MOTIVOIN                    PIC X(24).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING TICKETIN ACCIONIN USUCODE ROLECODE
                 ESTADOIN MOTIVOIN RESULTADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 1 TO RESULTADO.
           MOVE "mnu/SG/FSGTICKET" TO NOMBREFSGTICKET.
           OPEN I-O FSGTICKET.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           IF TICKETIN NOT = 0
              MOVE TICKETIN TO CLA
              READ FSGTICKET INVALID KEY
                   GO TO CIERRA
              END-READ
              PERFORM CAMBIA
              GO TO CIERRA
           END-IF.
           MOVE 0 TO CLA.
           START FSGTICKET KEY NOT < CLA INVALID KEY
                 GO TO CIERRA.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGTICKET NEXT RECORD AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ESTADO-TIK = "P" AND
                 ACCION-TIK = ACCIONIN AND USUARIO-TIK = USUCODE AND
                 ROLE-TIK = ROLECODE
                 PERFORM CAMBIA
              END-IF
           END-PERFORM.
       CIERRA.
           CLOSE FSGTICKET.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       CAMBIA SECTION.
       CAM.
           MOVE ESTADOIN TO ESTADO-TIK.
           MOVE MOTIVOIN TO MOTIVO-TIK.
           REWRITE RSGTICKET INVALID KEY
                   MOVE 2 TO RESULTADO
                   GO TO FIN-CAMBIA.
           MOVE 0 TO RESULTADO.
           MOVE "M" TO ABM.
           MOVE RSGTICKET TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGTICKET ABM REGISTRO.
       FIN-CAMBIA.
           EXIT.
