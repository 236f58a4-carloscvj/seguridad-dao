       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRAPLATR.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      APLICA EN FSGATR UN CAMBIO DADO COMO IMAGEN DE
                      REGISTRO MAS SU CODIGO ABM (LO USA ISGREVLOTE
                      AL DESHACER UNA EJECUCION DE LOTE), DEJANDO EL
                      CAMBIO EN LA TRAZA DE FSGATR.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGATR-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGATR-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGATR           PIC X(256).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).

       LINKAGE SECTION.
       01 ABMIN                       PIC X.
       01 REGISTROIN                  PIC X(256).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING ABMIN REGISTROIN RESULTADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADO.
           MOVE "mnu/SG/FSGATR" TO NOMBREFSGATR.
           OPEN I-O FSGATR.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGATR
              OPEN OUTPUT FSGATR
              CLOSE FSGATR
              OPEN I-O FSGATR
           END-IF.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           MOVE REGISTROIN(1:192) TO RSGATR.
           EVALUATE ABMIN
              WHEN "A" PERFORM APLICAALTA
              WHEN "E" PERFORM APLICAALTA
              WHEN "M" PERFORM APLICAMODIF
              WHEN "B" PERFORM APLICABAJA
              WHEN OTHER
                 MOVE 1 TO RESULTADO
           END-EVALUATE.
           CLOSE FSGATR.
           IF RESULTADO = 0
              MOVE ABMIN TO ABM
              MOVE RSGATR TO REGISTRO
              CALL "SRUTRAZA" USING NOMBREFSGATR ABM REGISTRO
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       APLICAALTA SECTION.
       AAL.
           WRITE RSGATR INVALID KEY
                 REWRITE RSGATR
                 END-REWRITE
           END-WRITE.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
           END-IF.
       FIN-APLICAALTA.
           EXIT.

       APLICAMODIF SECTION.
       AMO.
           REWRITE RSGATR INVALID KEY
                   WRITE RSGATR
                   END-WRITE
           END-REWRITE.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
           END-IF.
       FIN-APLICAMODIF.
           EXIT.

       APLICABAJA SECTION.
       ABA.
           DELETE FSGATR INVALID KEY
                  MOVE 1 TO RESULTADO
           END-DELETE.
       FIN-APLICABAJA.
           EXIT.
