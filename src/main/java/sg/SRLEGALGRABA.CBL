       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRLEGALGRABA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      PONE ("R") O LEVANTA ("L") UNA RETENCION LEGAL
                      EN FSGLEGAL. TIPO U USUARIO, R ROLE, N NODO O
                      F RANGO DE FECHAS, SIEMPRE CON REFERENCIA DE
                      CASO; EL RANGO DESDE-HASTA ES OPCIONAL SALVO
                      EN F Y LA FECHA DE LIBERACION PREVISTA ES
                      INFORMATIVA: LA RETENCION NO CADUCA SOLA, SOLO
                      SE LEVANTA EXPLICITAMENTE. LEVANTAR NO BORRA
                      LA FILA: LA DEJA EN ESTADO L CON QUIEN Y
                      CUANDO Y LA FECHA REAL DE LIBERACION, Y TANTO
                      LA PUESTA COMO EL LEVANTAMIENTO QUEDAN EN LA
                      TRAZA DE FSGLEGAL. RESULTADO 0 BIEN, 1 DATOS
                      INCORRECTOS O NO EXISTE, 2 ERROR DE FICHERO,
                      3 YA ESTABA ASI.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGLEGAL-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGLEGAL-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 NOMBREFSGLEGAL              PIC X(256).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).

       LINKAGE SECTION.
       01 ACCION                      PIC X(1).
       01 TIPO                        PIC X(1).
       01 OBJETO                      PIC X(64).
       01 CASOIN                      PIC X(16).
       01 DESDE                       PIC 9(8).
       01 HASTA                       PIC 9(8).
       01 FECHALIBERA                 PIC 9(8).
       01 MOTIVOIN                    PIC X(40).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING ACCION TIPO OBJETO CASOIN DESDE
                                HASTA FECHALIBERA MOTIVOIN
                                RESULTADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADO.
           IF TIPO NOT = "U" AND TIPO NOT = "R" AND
              TIPO NOT = "N" AND TIPO NOT = "F"
              MOVE 1 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           IF CASOIN = SPACES OR LOW-VALUES
              MOVE 1 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           IF TIPO = "F"
              MOVE SPACES TO OBJETO
           ELSE
              IF OBJETO = SPACES OR LOW-VALUES
                 MOVE 1 TO RESULTADO
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           MOVE "mnu/SG/FSGLEGAL" TO NOMBREFSGLEGAL.
           OPEN I-O FSGLEGAL.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGLEGAL
              OPEN OUTPUT FSGLEGAL
              CLOSE FSGLEGAL
              OPEN I-O FSGLEGAL
           END-IF.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           EVALUATE ACCION
              WHEN "R" PERFORM RETIENE
              WHEN "L" PERFORM LIBERA
              WHEN OTHER MOVE 1 TO RESULTADO
           END-EVALUATE.
           CLOSE FSGLEGAL.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       RETIENE SECTION.
       RET.
           IF TIPO = "F" AND DESDE = 0
              MOVE 1 TO RESULTADO
              GO TO FIN-RETIENE
           END-IF.
           IF HASTA > 0 AND HASTA < DESDE
              MOVE 1 TO RESULTADO
              GO TO FIN-RETIENE
           END-IF.
           MOVE TIPO TO CLA-TIPO.
           MOVE OBJETO TO CLA-OBJETO.
           MOVE CASOIN TO CLA-CASO.
           READ FSGLEGAL INVALID KEY
                MOVE "A" TO ABM
                GO TO NUEVA.
           IF ESTADO = "A"
              MOVE 3 TO RESULTADO
              GO TO FIN-RETIENE
           END-IF.
           MOVE "M" TO ABM.
       NUEVA.
           INITIALIZE RSGLEGAL.
           MOVE TIPO TO CLA-TIPO.
           MOVE OBJETO TO CLA-OBJETO.
           MOVE CASOIN TO CLA-CASO.
           MOVE DESDE TO FECHA-DESDE.
           MOVE HASTA TO FECHA-HASTA.
           MOVE FECHALIBERA TO FECHA-LIBERA.
           MOVE "A" TO ESTADO.
           MOVE USUARIO TO MODPOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MODFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA.
           MOVE MOTIVOIN TO MOTIVO.
           IF ABM = "A"
              WRITE RSGLEGAL INVALID KEY
                    MOVE 3 TO RESULTADO
                    GO TO FIN-RETIENE
              END-WRITE
           ELSE
              REWRITE RSGLEGAL INVALID KEY
                      MOVE 2 TO RESULTADO
                      GO TO FIN-RETIENE
              END-REWRITE
           END-IF.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-RETIENE
           END-IF.
           MOVE RSGLEGAL TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGLEGAL ABM REGISTRO.
       FIN-RETIENE.
           EXIT.

       LIBERA SECTION.
       LIB.
           MOVE TIPO TO CLA-TIPO.
           MOVE OBJETO TO CLA-OBJETO.
           MOVE CASOIN TO CLA-CASO.
           READ FSGLEGAL INVALID KEY
                MOVE 1 TO RESULTADO
                GO TO FIN-LIBERA.
           IF ESTADO NOT = "A"
              MOVE 3 TO RESULTADO
              GO TO FIN-LIBERA
           END-IF.
           MOVE "L" TO ESTADO.
           MOVE USUARIO TO MODPOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MODFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA.
           MOVE MODFECHA TO FECHA-LIBERA.
           IF MOTIVOIN NOT = SPACES
              MOVE MOTIVOIN TO MOTIVO
           END-IF.
           REWRITE RSGLEGAL INVALID KEY
                   MOVE 2 TO RESULTADO
                   GO TO FIN-LIBERA.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-LIBERA
           END-IF.
           MOVE "M" TO ABM.
           MOVE RSGLEGAL TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGLEGAL ABM REGISTRO.
       FIN-LIBERA.
           EXIT.
