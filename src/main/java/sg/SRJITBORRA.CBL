       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRJITBORRA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      BORRA DE FSGJIT TODAS LAS ELEVACIONES TEMPORALES
                      DE UN USUARIO (DATO PERSONAL QUE LA PURGA DEBE
                      ELIMINAR), DEJANDO CADA BAJA EN LA TRAZA SOLO CON
                      LA CLAVE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGJIT-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGJIT-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGJIT                PIC X(256).
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
           MOVE "mnu/SG/FSGJIT" TO NOMBREFSGJIT.
           OPEN I-O FSGJIT.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PROCESOS
           END-IF.
           MOVE USUCODE TO CLA-USUARIO OF RSGJIT.
           MOVE LOW-VALUES TO CLA-ROLE OF RSGJIT.
           MOVE 1 TO SIGUE.
           START FSGJIT KEY NOT < CLA OF RSGJIT INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGJIT NEXT RECORD AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 IF CLA-USUARIO OF RSGJIT NOT = USUCODE
                    MOVE 0 TO SIGUE
                 ELSE
                    MOVE SPACES TO REGISTRO
                    MOVE CLA OF RSGJIT TO REGISTRO
                    DELETE FSGJIT INVALID KEY
                           CONTINUE
                    END-DELETE
                    IF ERROR-1 = "0"
                       ADD 1 TO CONTADOR
                       MOVE "B" TO ABM
                       CALL "SRUTRAZA" USING NOMBREFSGJIT ABM
                            REGISTRO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGJIT.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
