       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRALERTA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      HISTORIAL DE ALERTAS DE COMPORTAMIENTO EN
                      FSGALERTA, UNA FILA POR USUARIO, TIPO DE ALERTA Y
                      VALOR (NODO, TERMINAL, HORA...). ACCION "R" LA
                      REGISTRA AL SALTAR: SI ES NUEVA O YA ESTABA LA
                      REABRE ("A") Y CUENTA LA VEZ, SALVO QUE ESTE
                      MARCADA COMO FALSO POSITIVO Y SIGA EN VIGOR
                      (HASTA CERO ES PARA SIEMPRE): ENTONCES SOLO
                      CUENTA LA SUPRIMIDA Y DEVUELVE 1 PARA QUE NO SE
                      AVISE. "F" LA MARCA COMO FALSO POSITIVO HASTA LA
                      FECHA DADA CON QUIEN, CUANDO Y MOTIVO; "C" LA
                      CIERRA COMO REVISADA (SI VUELVE A SALTAR SE
                      REABRE). NADIE MARCA NI CIERRA UNA ALERTA SOBRE
                      SI MISMO. CADA CAMBIO VA A LA TRAZA. RESULTADO 0
                      BIEN, 1 SUPRIMIDA O NO EXISTE, 2 ERROR, 8 ES
                      SOBRE EL PROPIO USUARIO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGALERTA-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGALERTA-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 NOMBREFSGALERTA             PIC X(256).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 EXISTE                      PIC 9.
       01 HOY                         PIC 9(8).

       LINKAGE SECTION.
       01 ACCION                      PIC X(1).
       01 USUCODE                     PIC X(64).
       01 TIPOALE                     PIC X(8).
       01 VALORALE                    PIC X(64).
       01 SEVERIDADIN                 PIC X(1).
       01 DETALLEIN                   PIC X(64).
       01 HASTAIN                     PIC 9(8).
       01 MOTIVOIN                    PIC X(40).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING ACCION USUCODE TIPOALE VALORALE
                 SEVERIDADIN DETALLEIN HASTAIN MOTIVOIN RESULTADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           IF USUCODE = SPACES OR LOW-VALUES
              MOVE 1 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           IF (ACCION = "F" OR ACCION = "C") AND USUCODE = USUARIO
              MOVE 8 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "mnu/SG/FSGALERTA" TO NOMBREFSGALERTA.
           OPEN I-O FSGALERTA.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGALERTA
              OPEN OUTPUT FSGALERTA
              CLOSE FSGALERTA
              OPEN I-O FSGALERTA
           END-IF.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 1 TO EXISTE.
           MOVE USUCODE TO CLA-USUARIO.
           MOVE TIPOALE TO CLA-TIPO.
           MOVE VALORALE TO CLA-VALOR.
           READ FSGALERTA INVALID KEY
                MOVE 0 TO EXISTE
           END-READ.
           EVALUATE ACCION
              WHEN "R" PERFORM REGISTRA
              WHEN "F" PERFORM FALSOPOS
              WHEN "C" PERFORM CIERRA
              WHEN OTHER MOVE 1 TO RESULTADO
           END-EVALUATE.
           CLOSE FSGALERTA.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       REGISTRA SECTION.
       REG.
           IF EXISTE = 0
              GO TO NUEVA
           END-IF.
           MOVE HOY TO ULTIMA-FECHA.
           MOVE SEVERIDADIN TO SEVERIDAD-ALE.
           MOVE DETALLEIN TO DETALLE-ALE.
           IF ESTADO-ALE = "F" AND
              (FP-HASTA NOT NUMERIC OR FP-HASTA = 0 OR
               FP-HASTA NOT < HOY)
              ADD 1 TO SUPRIMIDAS
              MOVE 1 TO RESULTADO
           ELSE
              MOVE "A" TO ESTADO-ALE
              ADD 1 TO VECES
           END-IF.
           PERFORM REESCRIBE.
           GO TO FIN-REGISTRA.
       NUEVA.
           INITIALIZE RSGALERTA.
           MOVE USUCODE TO CLA-USUARIO.
           MOVE TIPOALE TO CLA-TIPO.
           MOVE VALORALE TO CLA-VALOR.
           MOVE "A" TO ESTADO-ALE.
           MOVE SEVERIDADIN TO SEVERIDAD-ALE.
           MOVE HOY TO PRIMERA-FECHA.
           MOVE HOY TO ULTIMA-FECHA.
           MOVE 1 TO VECES.
           MOVE 0 TO SUPRIMIDAS.
           MOVE DETALLEIN TO DETALLE-ALE.
           MOVE 0 TO MARCA-FECHA.
           MOVE 0 TO FP-HASTA.
           MOVE USUARIO TO MODPOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MODFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA.
           WRITE RSGALERTA INVALID KEY
                 MOVE 2 TO RESULTADO
                 GO TO FIN-REGISTRA.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-REGISTRA
           END-IF.
           MOVE "A" TO ABM.
           MOVE RSGALERTA TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGALERTA ABM REGISTRO.
       FIN-REGISTRA.
           EXIT.

       FALSOPOS SECTION.
       FAL.
           IF EXISTE = 0
              MOVE 1 TO RESULTADO
              GO TO FIN-FALSOPOS
           END-IF.
           MOVE "F" TO ESTADO-ALE.
           MOVE USUARIO TO MARCADO-POR.
           MOVE HOY TO MARCA-FECHA.
           MOVE HASTAIN TO FP-HASTA.
           MOVE MOTIVOIN TO MOTIVO-MARCA.
           PERFORM REESCRIBE.
       FIN-FALSOPOS.
           EXIT.

       CIERRA SECTION.
       CIE.
           IF EXISTE = 0
              MOVE 1 TO RESULTADO
              GO TO FIN-CIERRA
           END-IF.
           MOVE "C" TO ESTADO-ALE.
           MOVE USUARIO TO MARCADO-POR.
           MOVE HOY TO MARCA-FECHA.
           MOVE 0 TO FP-HASTA.
           MOVE MOTIVOIN TO MOTIVO-MARCA.
           PERFORM REESCRIBE.
       FIN-CIERRA.
           EXIT.

       REESCRIBE SECTION.
       REE.
           MOVE USUARIO TO MODPOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MODFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA.
           REWRITE RSGALERTA INVALID KEY
                   MOVE 2 TO RESULTADO
                   GO TO FIN-REESCRIBE.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-REESCRIBE
           END-IF.
           MOVE "M" TO ABM.
           MOVE RSGALERTA TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGALERTA ABM REGISTRO.
       FIN-REESCRIBE.
           EXIT.
