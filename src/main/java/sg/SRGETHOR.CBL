       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRGETHOR.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DEVUELVE EL HORARIO DE VALIDEZ DE UN ROLE
                      SEGUN FSGHOR (MASCARA DE DIAS Y VENTANA
                      HORARIA), PARA LOS LISTADOS QUE LO ENSENAN.
                      ENCONTRADO 0 SI EL ROLE NO TIENE HORARIO O LA
                      FILA ESTA INACTIVA (VALE SIEMPRE, COMO EN
                      SRCHKHOR).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGHOR-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGHOR-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGHOR                PIC X(256).

       LINKAGE SECTION.
       01 ROLECODE                    PIC X(64).
       01 DIASOUT                     PIC X(7).
       01 DESDEOUT                    PIC 9(6).
       01 HASTAOUT                    PIC 9(6).
       01 ENCONTRADO                  PIC 9.

       PROCEDURE DIVISION USING ROLECODE DIASOUT DESDEOUT HASTAOUT
                 ENCONTRADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO ENCONTRADO.
           MOVE SPACES TO DIASOUT.
           MOVE 0 TO DESDEOUT.
           MOVE 0 TO HASTAOUT.
           MOVE "mnu/SG/FSGHOR" TO NOMBREFSGHOR.
           OPEN INPUT FSGHOR.
           IF ERROR-1 = "0"
              MOVE ROLECODE TO CLA
              READ FSGHOR WITH IGNORE LOCK INVALID KEY
                   CONTINUE
              END-READ
              IF ERROR-1 = "0" AND ACTIVO NOT = "N"
                 MOVE 1 TO ENCONTRADO
                 MOVE DIAS-SEMANA TO DIASOUT
                 MOVE HORA-DESDE TO DESDEOUT
                 MOVE HORA-HASTA TO HASTAOUT
              END-IF
              CLOSE FSGHOR
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
