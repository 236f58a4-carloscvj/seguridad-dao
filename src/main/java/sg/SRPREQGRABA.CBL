       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRPREQGRABA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      MANTIENE LA TABLA DE REQUISITOS DE FORMACION
                      FSGPREQ (ROLE + CODIGO DE CURSO DEL SISTEMA DE
                      FORMACION): ACCION "A" DA DE ALTA EL REQUISITO
                      (1 SI YA EXISTIA, 3 SI EL ROLE NO EXISTE), "B"
                      LO BORRA (1 SI NO EXISTIA). TODO CON TRAZA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGPREQ-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGPREQ-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 NOMBREFSGPREQ               PIC X(256).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 EXISTEROL                   PIC 9.

       LINKAGE SECTION.
       01 ACCION                      PIC X(1).
       01 ROLECODE                    PIC X(64).
       01 CURSOCODE                   PIC X(16).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING ACCION ROLECODE CURSOCODE
                 RESULTADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADO.
           IF ROLECODE = SPACES OR CURSOCODE = SPACES
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           IF ACCION = "A"
              CALL "SRCHKROLE" USING ROLECODE EXISTEROL
              IF EXISTEROL = 0
                 MOVE 3 TO RESULTADO
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           MOVE "mnu/SG/FSGPREQ" TO NOMBREFSGPREQ.
           OPEN I-O FSGPREQ.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGPREQ
              OPEN OUTPUT FSGPREQ
              CLOSE FSGPREQ
              OPEN I-O FSGPREQ
           END-IF.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           EVALUATE ACCION
              WHEN "A" PERFORM ALTAREQ
              WHEN "B" PERFORM BAJAREQ
              WHEN OTHER MOVE 2 TO RESULTADO
           END-EVALUATE.
           CLOSE FSGPREQ.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ALTAREQ SECTION.
       ALR.
           INITIALIZE RSGPREQ.
           MOVE ROLECODE TO CLA-ROLE.
           MOVE CURSOCODE TO CLA-CURSO.
           MOVE USUARIO TO MODPOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MODFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA.
           WRITE RSGPREQ INVALID KEY
                 MOVE 1 TO RESULTADO
                 GO TO FIN-ALTAREQ.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-ALTAREQ
           END-IF.
           MOVE "A" TO ABM.
           MOVE RSGPREQ TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGPREQ ABM REGISTRO.
       FIN-ALTAREQ.
           EXIT.

       BAJAREQ SECTION.
       BJR.
           MOVE ROLECODE TO CLA-ROLE.
           MOVE CURSOCODE TO CLA-CURSO.
           READ FSGPREQ INVALID KEY
                MOVE 1 TO RESULTADO
                GO TO FIN-BAJAREQ.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-BAJAREQ
           END-IF.
           DELETE FSGPREQ INVALID KEY
                  MOVE 2 TO RESULTADO
                  GO TO FIN-BAJAREQ.
           MOVE "B" TO ABM.
           MOVE RSGPREQ TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGPREQ ABM REGISTRO.
       FIN-BAJAREQ.
           EXIT.
