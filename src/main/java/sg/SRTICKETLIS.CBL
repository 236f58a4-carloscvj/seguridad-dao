       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRTICKETLIS.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DEVUELVE LOS TICKETS DE FSGTICKET DE UN USUARIO
                      Y ROLE (CON ROLE EN BLANCO, TODOS LOS DEL
                      USUARIO) COMO LINEAS DE INFORME: NUMERO, FECHA,
                      HORA, ACCION, ROLE, SOLICITANTE, ESTADO Y
                      MOTIVO. COMO MUCHO 20 TICKETS.

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

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 ROLECODE                    PIC X(64).
       01 TABLA-TIK-L.
          05 LINEATIK                 PIC X(132) OCCURS 20 TIMES.
       01 TOTALTIK                    PIC 9(3).

       PROCEDURE DIVISION USING USUCODE ROLECODE TABLA-TIK-L
                 TOTALTIK.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO TOTALTIK.
           MOVE SPACES TO TABLA-TIK-L.
           MOVE "mnu/SG/FSGTICKET" TO NOMBREFSGTICKET.
           OPEN INPUT FSGTICKET.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGTICKET NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND USUARIO-TIK = USUCODE AND
                 (ROLECODE = SPACES OR ROLE-TIK = ROLECODE)
                 PERFORM ANOTATICKET
              END-IF
           END-PERFORM.
           CLOSE FSGTICKET.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ANOTATICKET SECTION.
       ANT.
           IF TOTALTIK NOT < 20
              GO TO FIN-ANOTATICKET
           END-IF.
           ADD 1 TO TOTALTIK.
           STRING "TICKET " CLA " " FECHA-TIK " " HORA-TIK " "
                  ACCION-TIK " " ROLE-TIK(1:32) " " SOLICITANTE-TIK
                  " " ESTADO-TIK " " MOTIVO-TIK
                  DELIMITED BY SIZE
                  INTO LINEATIK(TOTALTIK)
           END-STRING.
       FIN-ANOTATICKET.
           EXIT.
