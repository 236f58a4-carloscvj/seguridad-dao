       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRAPLDUENO.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      APLICA EN FSGDUENO UN CAMBIO DADO COMO IMAGEN DE
                      REGISTRO MAS SU CODIGO ABM (LO USA ISGREVLOTE
                      AL DESHACER UNA EJECUCION DE LOTE), DEJANDO EL
                      CAMBIO EN LA TRAZA DE FSGDUENO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGDUENO-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGDUENO-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGDUENO           PIC X(256).
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
           MOVE "mnu/SG/FSGDUENO" TO NOMBREFSGDUENO.
           OPEN I-O FSGDUENO.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGDUENO
              OPEN OUTPUT FSGDUENO
              CLOSE FSGDUENO
              OPEN I-O FSGDUENO
           END-IF.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           MOVE REGISTROIN(1:256) TO RSGDUENO.
           EVALUATE ABMIN
              WHEN "A" PERFORM APLICAALTA
              WHEN "E" PERFORM APLICAALTA
              WHEN "M" PERFORM APLICAMODIF
              WHEN "B" PERFORM APLICABAJA
              WHEN OTHER
                 MOVE 1 TO RESULTADO
           END-EVALUATE.
           CLOSE FSGDUENO.
           IF RESULTADO = 0
              MOVE ABMIN TO ABM
              MOVE RSGDUENO TO REGISTRO
              CALL "SRUTRAZA" USING NOMBREFSGDUENO ABM REGISTRO
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       APLICAALTA SECTION.
       AAL.
           WRITE RSGDUENO INVALID KEY
                 REWRITE RSGDUENO
                 END-REWRITE
           END-WRITE.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
           END-IF.
       FIN-APLICAALTA.
           EXIT.

       APLICAMODIF SECTION.
       AMO.
           REWRITE RSGDUENO INVALID KEY
                   WRITE RSGDUENO
                   END-WRITE
           END-REWRITE.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
           END-IF.
       FIN-APLICAMODIF.
           EXIT.

       APLICABAJA SECTION.
       ABA.
           DELETE FSGDUENO INVALID KEY
                  MOVE 1 TO RESULTADO
           END-DELETE.
       FIN-APLICABAJA.
           EXIT.
