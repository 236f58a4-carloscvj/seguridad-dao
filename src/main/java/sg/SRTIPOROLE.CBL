       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRTIPOROLE.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DEVUELVE EL TIPO-ROLE DE UN ROLE SEGUN FSGROLE
                      ("N" DE NEGOCIO, "T" TECNICO). UN ROLE SIN
                      TIPO INFORMADO O QUE NO ESTA EN FSGROLE SE
                      DEVUELVE EN BLANCO Y NO SE RESTRINGE, QUE ES
                      COMO SE COMPORTABAN TODOS ANTES DE LA
                      CLASIFICACION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGROLE-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGROLE-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGROLE               PIC X(256).

       LINKAGE SECTION.
       01 ROLECODE                    PIC X(64).
       01 TIPOOUT                     PIC X(1).
       01 ENCONTRADO                  PIC 9.

       PROCEDURE DIVISION USING ROLECODE TIPOOUT ENCONTRADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO ENCONTRADO.
           MOVE SPACE TO TIPOOUT.
           MOVE "mnu/SG/FSGROLE" TO NOMBREFSGROLE.
           OPEN INPUT FSGROLE.
           IF ERROR-1 = "0"
              MOVE ROLECODE TO CLA
              READ FSGROLE WITH IGNORE LOCK INVALID KEY
                   CONTINUE
              END-READ
              IF ERROR-1 = "0"
                 MOVE 1 TO ENCONTRADO
                 IF TIPO-ROLE = "N" OR "T"
                    MOVE TIPO-ROLE TO TIPOOUT
                 END-IF
              END-IF
              CLOSE FSGROLE
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
