       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRALEBORRA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      BORRA DE FSGALERTA TODO EL HISTORIAL DE ALERTAS DE
                      COMPORTAMIENTO DE UN USUARIO (DATO PERSONAL QUE LA
                      PURGA DEBE ELIMINAR).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGALERTA-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGALERTA-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGALERTA             PIC X(256).
       01 SIGUE                       PIC 9.

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 CONTADOR                    PIC 9(8).

       PROCEDURE DIVISION USING USUCODE CONTADOR.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO CONTADOR.
           MOVE "mnu/SG/FSGALERTA" TO NOMBREFSGALERTA.
           OPEN I-O FSGALERTA.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PROCESOS
           END-IF.
           MOVE USUCODE TO CLA-USUARIO.
           MOVE LOW-VALUES TO CLA-TIPO.
           MOVE LOW-VALUES TO CLA-VALOR.
           MOVE 1 TO SIGUE.
           START FSGALERTA KEY NOT < CLA INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGALERTA NEXT RECORD AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 IF CLA-USUARIO NOT = USUCODE
                    MOVE 0 TO SIGUE
                 ELSE
                    DELETE FSGALERTA INVALID KEY
                           CONTINUE
                    END-DELETE
                    IF ERROR-1 = "0"
                       ADD 1 TO CONTADOR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGALERTA.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
