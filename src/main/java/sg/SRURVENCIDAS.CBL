       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRURVENCIDAS.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DEVUELVE LAS CONCESIONES DE FSGUR DE UN USUARIO
                      CUYA FECHA-HASTA CAYO ENTRE LA FECHA DADA Y AYER
                      (ROLE Y FECHA-HASTA, HASTA CINCUENTA). LA USA EL
                      EXTRACTO DE PERSONAL AL CERRAR UNA AUSENCIA PARA
                      REVISAR LO QUE VENCIO MIENTRAS ESTUVO FUERA, QUE
                      ISGCADUCA NO HA BORRADO POR TENER SU RELOJ
                      DETENIDO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUR-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGUR-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGUR                 PIC X(256).
       01 SIGUE                       PIC 9.
       01 HOY                         PIC 9(8).

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 DESDEIN                     PIC 9(8).
       01 TABLA-PREV-L.
          05 FILA-PREV OCCURS 50 TIMES.
             10 PREV-ROLE             PIC X(64).
             10 PREV-FECHA            PIC 9(8).
       01 TOTALPREV                   PIC 9(3).

       PROCEDURE DIVISION USING USUCODE DESDEIN TABLA-PREV-L
                 TOTALPREV.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO TOTALPREV.
           MOVE SPACES TO TABLA-PREV-L.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           IF USUCODE = SPACES OR LOW-VALUES
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
           OPEN INPUT FSGUR.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PROCESOS
           END-IF.
           MOVE USUCODE TO CLA-USUARIO.
           MOVE LOW-VALUES TO CLA-ROLE.
           MOVE 1 TO SIGUE.
           START FSGUR KEY NOT < CLA INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CLA-USUARIO NOT = USUCODE
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1 AND FECHA-HASTA NUMERIC AND
                 FECHA-HASTA > 0 AND FECHA-HASTA NOT < DESDEIN AND
                 FECHA-HASTA < HOY AND TOTALPREV < 50
                 ADD 1 TO TOTALPREV
                 MOVE CLA-ROLE TO PREV-ROLE(TOTALPREV)
                 MOVE FECHA-HASTA TO PREV-FECHA(TOTALPREV)
              END-IF
           END-PERFORM.
           CLOSE FSGUR.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
