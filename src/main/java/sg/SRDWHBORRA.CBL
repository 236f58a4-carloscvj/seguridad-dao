       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRDWHBORRA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      BORRA DEL HISTORICO DE DIMENSIONES DEL ALMACEN
                      FSGDWH TODAS LAS VERSIONES DE UN USUARIO (TIPO
                      "U"), PARA QUE LA PURGA NO DEJE SU NOMBRE NI SU
                      RESPONSABLE EN EL PROXIMO EXTRACTO. EL HISTORICO
                      ES DERIVADO DE LAS TRAZAS Y NO SE TRAZA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGDWH-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGDWH-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGDWH                PIC X(256).
       01 SIGUE                       PIC 9.

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 CONTADOR                    PIC 9(8).

       PROCEDURE DIVISION USING USUCODE CONTADOR.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO CONTADOR.
           MOVE "mnu/SG/FSGDWH" TO NOMBREFSGDWH.
           OPEN I-O FSGDWH.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "U" TO CLA-TIPO.
           MOVE USUCODE TO CLA-CLAVE.
           MOVE 0 TO CLA-DESDE.
           MOVE 0 TO CLA-DESDE-HORA.
           MOVE 1 TO SIGUE.
           START FSGDWH KEY NOT < CLA INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGDWH NEXT RECORD AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 IF CLA-TIPO NOT = "U" OR CLA-CLAVE NOT = USUCODE
                    MOVE 0 TO SIGUE
                 ELSE
                    DELETE FSGDWH INVALID KEY
                           CONTINUE
                    END-DELETE
                    IF ERROR-1 = "0"
                       ADD 1 TO CONTADOR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGDWH.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
