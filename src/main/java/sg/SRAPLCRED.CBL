       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRAPLCRED.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      BORRA DE FSGCRED UNA CREDENCIAL DADA COMO IMAGEN
                      DE REGISTRO CON CODIGO "B" (LO USA ISGREVLOTE
                      PARA DESHACER EL ALTA DE UNA CREDENCIAL QUE HIZO
                      UNA EJECUCION DE LOTE), DEJANDO LA BAJA EN LA
                      TRAZA DE FSGCRED. LAS ALTAS Y MODIFICACIONES NO
                      SE ADMITEN (RESULTADO 1): LA TRAZA NO LLEVA LA
                      HUELLA, ASI QUE UNA IMAGEN DE TRAZA NUNCA PUEDE
                      VOLVER A SER UNA CREDENCIAL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGCRED-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGCRED-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGCRED           PIC X(256).
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
           MOVE "mnu/SG/FSGCRED" TO NOMBREFSGCRED.
           OPEN I-O FSGCRED.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGCRED
              OPEN OUTPUT FSGCRED
              CLOSE FSGCRED
              OPEN I-O FSGCRED
           END-IF.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           MOVE REGISTROIN(1:128) TO RSGCRED.
           EVALUATE ABMIN
              WHEN "B" PERFORM APLICABAJA
              WHEN OTHER
                 MOVE 1 TO RESULTADO
           END-EVALUATE.
           CLOSE FSGCRED.
           IF RESULTADO = 0
              MOVE ABMIN TO ABM
              MOVE RSGCRED TO REGISTRO
              CALL "SRUTRAZA" USING NOMBREFSGCRED ABM REGISTRO
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       APLICABAJA SECTION.
       ABA.
           DELETE FSGCRED INVALID KEY
                  MOVE 1 TO RESULTADO
           END-DELETE.
       FIN-APLICABAJA.
           EXIT.
