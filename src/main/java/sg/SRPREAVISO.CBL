       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRPREAVISO.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      REGISTRO DE AVISOS DE FORMACION CADUCADA
                      FSGPREAV (USUARIO + ROLE -> FECHA DEL AVISO Y
                      CURSO QUE FALTA): ACCION "L" LEE LA FECHA DEL
                      AVISO, "G" GRABA EL AVISO DE HOY, "B" BORRA LA
                      FILA (PORQUE EL USUARIO YA RENOVO EL CURSO O LA
                      CONCESION SE REVOCO). LO USA ISGPREREQ PARA DAR
                      PERIODO DE GRACIA ANTES DE REVOCAR.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGPREAV-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGPREAV-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGPREAV               PIC X(256).

       LINKAGE SECTION.
       01 ACCION                      PIC X(1).
       01 USUCODE                     PIC X(64).
       01 ROLECODE                    PIC X(64).
       01 CURSOCODE                   PIC X(16).
       01 FECHAAVISO                  PIC 9(8).
       01 ENCONTRADO                  PIC 9.

       PROCEDURE DIVISION USING ACCION USUCODE ROLECODE
                 CURSOCODE FECHAAVISO ENCONTRADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO ENCONTRADO.
           MOVE "mnu/SG/FSGPREAV" TO NOMBREFSGPREAV.
           OPEN I-O FSGPREAV.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGPREAV
              OPEN OUTPUT FSGPREAV
              CLOSE FSGPREAV
              OPEN I-O FSGPREAV
           END-IF.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PROCESOS
           END-IF.
           MOVE USUCODE TO CLA-USUARIO.
           MOVE ROLECODE TO CLA-ROLE.
           EVALUATE ACCION
              WHEN "L" PERFORM LEEAVISO
              WHEN "G" PERFORM GRABAAVISO
              WHEN "B" PERFORM BORRAAVISO
           END-EVALUATE.
           CLOSE FSGPREAV.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       LEEAVISO SECTION.
       LAV.
           MOVE 0 TO FECHAAVISO.
           READ FSGPREAV WITH IGNORE LOCK INVALID KEY
                GO TO FIN-LEEAVISO.
           IF ERROR-1 = "0"
              MOVE 1 TO ENCONTRADO
              MOVE FECHA-AVISO TO FECHAAVISO
              MOVE CLA-CURSO TO CURSOCODE
           END-IF.
       FIN-LEEAVISO.
           EXIT.

       GRABAAVISO SECTION.
       GAV.
           INITIALIZE RSGPREAV.
           MOVE USUCODE TO CLA-USUARIO.
           MOVE ROLECODE TO CLA-ROLE.
           MOVE CURSOCODE TO CLA-CURSO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-AVISO.
           MOVE FECHA-AVISO TO FECHAAVISO.
           WRITE RSGPREAV INVALID KEY
                 REWRITE RSGPREAV
                 END-REWRITE
           END-WRITE.
           IF ERROR-1 = "0"
              MOVE 1 TO ENCONTRADO
           END-IF.
       FIN-GRABAAVISO.
           EXIT.

       BORRAAVISO SECTION.
       BAV.
           DELETE FSGPREAV INVALID KEY
                  GO TO FIN-BORRAAVISO.
           IF ERROR-1 = "0"
              MOVE 1 TO ENCONTRADO
           END-IF.
       FIN-BORRAAVISO.
           EXIT.
