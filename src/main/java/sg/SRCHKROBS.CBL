       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRCHKROBS.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      COMPRUEBA SI UN ROLE ESTA OBSOLETO SEGUN EL
                      REGISTRO FSGROBS (FECHA-OBSOLETO YA ALCANZADA)
                      Y DEVUELVE EL ROLE SUSTITUTO Y LA FECHA DE
                      OCASO, PARA QUE SSGUR, SRURGRABA E ISGPETICION
                      NIEGUEN LAS CONCESIONES NUEVAS DEL ROLE VIEJO
                      SENALANDO EL SUSTITUTO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGROBS-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGROBS-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGROBS               PIC X(256).
       01 HOY                         PIC 9(8).

       LINKAGE SECTION.
       01 ROLECODE                    PIC X(64).
       01 OBSOLETO                    PIC 9.
       01 SUSTITUTOOUT                PIC X(64).
       01 OCASOOUT                    PIC 9(8).

       PROCEDURE DIVISION USING ROLECODE OBSOLETO SUSTITUTOOUT
                 OCASOOUT.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO OBSOLETO.
           MOVE SPACES TO SUSTITUTOOUT.
           MOVE 0 TO OCASOOUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE "mnu/SG/FSGROBS" TO NOMBREFSGROBS.
           OPEN INPUT FSGROBS.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PROCESOS
           END-IF.
           MOVE ROLECODE TO CLA.
           READ FSGROBS WITH IGNORE LOCK INVALID KEY
                GO TO CERRARR.
           IF ERROR-1 NOT = "0"
              GO TO CERRARR
           END-IF.
           IF FECHA-OBSOLETO NUMERIC AND FECHA-OBSOLETO > 0 AND
              FECHA-OBSOLETO > HOY
              GO TO CERRARR
           END-IF.
           MOVE 1 TO OBSOLETO.
           MOVE CLA-SUSTITUTO TO SUSTITUTOOUT.
           IF FECHA-OCASO NUMERIC
              MOVE FECHA-OCASO TO OCASOOUT
           END-IF.
       CERRARR.
           CLOSE FSGROBS.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
