       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRACKBORRA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      BORRA DE FSGACK TODAS LAS ACEPTACIONES DE LA
                      POLITICA DE USO DE UN USUARIO (DATO PERSONAL QUE
                      LA PURGA DEBE ELIMINAR), DEJANDO CADA BAJA EN LA
                      TRAZA SOLO CON LA CLAVE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGACK-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGACK-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGACK                PIC X(256).
       01 SIGUE                       PIC 9.
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 CONTADOR                    PIC 9(8).

       PROCEDURE DIVISION USING USUCODE CONTADOR.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO CONTADOR.
           MOVE "mnu/SG/FSGACK" TO NOMBREFSGACK.
           OPEN I-O FSGACK.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PROCESOS
           END-IF.
           MOVE USUCODE TO CLA-USUARIO OF RSGACK.
           MOVE LOW-VALUES TO CLA-VERSION OF RSGACK.
           MOVE 1 TO SIGUE.
           START FSGACK KEY NOT < CLA OF RSGACK INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGACK NEXT RECORD AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 IF CLA-USUARIO OF RSGACK NOT = USUCODE
                    MOVE 0 TO SIGUE
                 ELSE
                    MOVE SPACES TO REGISTRO
                    MOVE CLA OF RSGACK TO REGISTRO
                    DELETE FSGACK INVALID KEY
                           CONTINUE
                    END-DELETE
                    IF ERROR-1 = "0"
                       ADD 1 TO CONTADOR
                       MOVE "B" TO ABM
                       CALL "SRUTRAZA" USING NOMBREFSGACK ABM
                            REGISTRO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGACK.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
