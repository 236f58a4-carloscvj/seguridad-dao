       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRLISTAADM.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DEVUELVE EN UNA TABLA LAS FILAS ACTIVAS DE
                      FSGADM (USUARIO, SERVIDOR, GRUPO DE OPERACIONES
                      Y FECHA DE LA ULTIMA MODIFICACION), PARA LOS
                      INVENTARIOS DE ACCESO PRIVILEGIADO QUE NO DEBEN
                      ABRIR EL FICHERO DE GRUPOS CADA UNO POR SU
                      CUENTA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGADM-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGADM-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGADM                PIC X(256).
       01 SIGUE                       PIC 9.

       LINKAGE SECTION.
       01 TABLA-ADM-L.
          05 FILA-ADM OCCURS 500 TIMES.
             10 AD-USUARIO            PIC X(64).
             10 AD-SERVIDOR           PIC X(8).
             10 AD-GRUPO              PIC X(8).
             10 AD-FECHA              PIC 9(8).
       01 TOTALADM                    PIC 9(3).

       PROCEDURE DIVISION USING TABLA-ADM-L TOTALADM.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO TOTALADM.
           MOVE "mnu/SG/FSGADM" TO NOMBREFSGADM.
           OPEN INPUT FSGADM.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGADM NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ACTIVO NOT = "N" AND
                 TOTALADM < 500
                 ADD 1 TO TOTALADM
                 MOVE CLA-USUARIO TO AD-USUARIO(TOTALADM)
                 MOVE CLA-SERVIDOR TO AD-SERVIDOR(TOTALADM)
                 MOVE CLA-GRUPO TO AD-GRUPO(TOTALADM)
                 MOVE MODFECHA TO AD-FECHA(TOTALADM)
              END-IF
           END-PERFORM.
           CLOSE FSGADM.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
