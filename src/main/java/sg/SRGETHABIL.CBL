       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRGETHABIL.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DEVUELVE LA HABILITACION DE UN USUARIO SEGUN
                      FSGUSU (0 A 9). UN USUARIO SIN HABILITACION
                      INFORMADA TIENE 0: SOLO VE NODOS SIN CLASIFICAR.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUSU-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGUSU-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGUSU                PIC X(256).

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 HABILOUT                    PIC 9(1).
       01 ENCONTRADO                  PIC 9.

       PROCEDURE DIVISION USING USUCODE HABILOUT ENCONTRADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO ENCONTRADO.
           MOVE 0 TO HABILOUT.
           MOVE "mnu/SG/FSGUSU" TO NOMBREFSGUSU.
           OPEN INPUT FSGUSU.
           IF ERROR-1 = "0"
              MOVE USUCODE TO CLA
              READ FSGUSU WITH IGNORE LOCK INVALID KEY
                   CONTINUE
              END-READ
              IF ERROR-1 = "0"
                 MOVE 1 TO ENCONTRADO
                 IF HABILITACION NUMERIC
                    MOVE HABILITACION TO HABILOUT
                 END-IF
              END-IF
              CLOSE FSGUSU
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
