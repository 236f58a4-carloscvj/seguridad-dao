       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRPREAVBORRA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      BORRA DE FSGPREAV TODOS LOS PREAVISOS DE
                      CADUCIDAD DE FORMACION DE UN USUARIO (DATO
                      PERSONAL QUE LA PURGA DEBE ELIMINAR).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGPREAV-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGPREAV-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGPREAV              PIC X(256).
       01 SIGUE                       PIC 9.

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 CONTADOR                    PIC 9(8).

       PROCEDURE DIVISION USING USUCODE CONTADOR.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO CONTADOR.
           MOVE "mnu/SG/FSGPREAV" TO NOMBREFSGPREAV.
           OPEN I-O FSGPREAV.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PROCESOS
           END-IF.
           MOVE USUCODE TO CLA-USUARIO OF RSGPREAV.
           MOVE LOW-VALUES TO CLA-ROLE OF RSGPREAV.
           MOVE 1 TO SIGUE.
           START FSGPREAV KEY NOT < CLA OF RSGPREAV INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGPREAV NEXT RECORD AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 IF CLA-USUARIO OF RSGPREAV NOT = USUCODE
                    MOVE 0 TO SIGUE
                 ELSE
                    DELETE FSGPREAV INVALID KEY
                           CONTINUE
                    END-DELETE
                    IF ERROR-1 = "0"
                       ADD 1 TO CONTADOR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGPREAV.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
