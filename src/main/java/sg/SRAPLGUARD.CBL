       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRAPLGUARD.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      APLICA EN FSGGUARD UN CAMBIO DADO COMO IMAGEN DE
                      REGISTRO MAS SU CODIGO ABM (LO USA ISGREVLOTE
                      AL DESHACER UNA EJECUCION DE LOTE), DEJANDO EL
                      CAMBIO EN LA TRAZA DE FSGGUARD.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGGUARD-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGGUARD-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGGUARD           PIC X(256).
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
           MOVE "mnu/SG/FSGGUARD" TO NOMBREFSGGUARD.
           OPEN I-O FSGGUARD.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGGUARD
              OPEN OUTPUT FSGGUARD
              CLOSE FSGGUARD
              OPEN I-O FSGGUARD
           END-IF.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           MOVE REGISTROIN(1:256) TO RSGGUARD.
           EVALUATE ABMIN
              WHEN "A" PERFORM APLICAALTA
              WHEN "E" PERFORM APLICAALTA
              WHEN "M" PERFORM APLICAMODIF
              WHEN "B" PERFORM APLICABAJA
              WHEN OTHER
                 MOVE 1 TO RESULTADO
           END-EVALUATE.
           CLOSE FSGGUARD.
           IF RESULTADO = 0
              MOVE ABMIN TO ABM
              MOVE RSGGUARD TO REGISTRO
              CALL "SRUTRAZA" USING NOMBREFSGGUARD ABM REGISTRO
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       APLICAALTA SECTION.
       AAL.
           WRITE RSGGUARD INVALID KEY
                 REWRITE RSGGUARD
                 END-REWRITE
           END-WRITE.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
           END-IF.
       FIN-APLICAALTA.
           EXIT.

       APLICAMODIF SECTION.
       AMO.
           REWRITE RSGGUARD INVALID KEY
                   WRITE RSGGUARD
                   END-WRITE
           END-REWRITE.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
           END-IF.
       FIN-APLICAMODIF.
           EXIT.

       APLICABAJA SECTION.
       ABA.
           DELETE FSGGUARD INVALID KEY
                  MOVE 1 TO RESULTADO
           END-DELETE.
       FIN-APLICABAJA.
           EXIT.
