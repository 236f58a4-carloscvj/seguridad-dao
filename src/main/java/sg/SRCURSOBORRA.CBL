       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRCURSOBORRA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      BORRA DE FSGCURSO TODOS LOS CURSOS COMPLETADOS DE
                      UN USUARIO (DATO PERSONAL QUE LA PURGA DEBE
                      ELIMINAR), DEJANDO CADA BAJA EN LA TRAZA SOLO CON
                      LA CLAVE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGCURSO-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGCURSO-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGCURSO              PIC X(256).
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
           MOVE "mnu/SG/FSGCURSO" TO NOMBREFSGCURSO.
           OPEN I-O FSGCURSO.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PROCESOS
           END-IF.
           MOVE USUCODE TO CLA-USUARIO OF RSGCURSO.
           MOVE LOW-VALUES TO CLA-CURSO OF RSGCURSO.
           MOVE 1 TO SIGUE.
           START FSGCURSO KEY NOT < CLA OF RSGCURSO INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGCURSO NEXT RECORD AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 IF CLA-USUARIO OF RSGCURSO NOT = USUCODE
                    MOVE 0 TO SIGUE
                 ELSE
                    MOVE SPACES TO REGISTRO
                    MOVE CLA OF RSGCURSO TO REGISTRO
                    DELETE FSGCURSO INVALID KEY
                           CONTINUE
                    END-DELETE
                    IF ERROR-1 = "0"
                       ADD 1 TO CONTADOR
                       MOVE "B" TO ABM
                       CALL "SRUTRAZA" USING NOMBREFSGCURSO ABM
                            REGISTRO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGCURSO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
