                      EN FSGCRED (SOLO LA HUELLA, NUNCA LA
                      CONTRASENA), PONIENDO A CERO LOS INTENTOS Y
                      QUITANDO EL BLOQUEO. DEJA EL CAMBIO EN LA
                      TRAZA SIN LA HUELLA. ANTES DE GRABAR MIRA EL
                      HISTORICO FSGHCRED DEL USUARIO, QUE GUARDA
                      LAS ULTIMAS HUELLAS (TANTAS COMO DIGA LA
                      CLAVE CREDHISTORIA DE FSGCFG, POR DEFECTO 5,
                      HASTA 24; CERO LO DESACTIVA), Y RECHAZA CON
                      RESULTADO 3 UNA CONTRASENA YA USADA EN ELLAS.
                      CON LA HUELLA SE GUARDAN EL ESQUEMA DE SRHASH
                      QUE LA CALCULO Y LA SAL DEL USUARIO (SRESQUEMA).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGCRED-SEL".
           COPY "FSGHCRED-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGCRED-FD".
           COPY "FSGHCRED-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGCRED               PIC X(256).
       01 NOMBREFSGHCRED              PIC X(256).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 MAXHISTORIA                 PIC 9(2).
       01 REPETIDA                    PIC 9.
       01 HH                          PIC 9(2).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).

       01 FORZADOIN                   PIC X(1).
       01 EXPIRAIN                    PIC 9(8).
       01 RESULTADO                   PIC 9.
       01 ESQUEMAIN                   PIC 9.
       01 SALIN                       PIC X(16).

       PROCEDURE DIVISION USING USUCODE HUELLAIN FORZADOIN
                 EXPIRAIN RESULTADO ESQUEMAIN SALIN.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADO.
           MOVE "mnu/SG/FSGCRED" TO NOMBREFSGCRED.
           MOVE "mnu/SG/FSGHCRED" TO NOMBREFSGHCRED.
           MOVE 5 TO MAXHISTORIA.
           MOVE "CREDHISTORIA" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:2) NUMERIC
              MOVE VALORCFG(1:2) TO MAXHISTORIA
           END-IF.
           IF MAXHISTORIA > 24
              MOVE 24 TO MAXHISTORIA
           END-IF.
           PERFORM MIRAHISTORIA.
           IF REPETIDA = 1
              MOVE 3 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           OPEN I-O FSGCRED.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGCRED
              GO TO FIN-PROCESOS
           END-IF.
           INITIALIZE RSGCRED.
           MOVE USUCODE TO CLA OF RSGCRED.
           MOVE HUELLAIN TO HUELLA.
           MOVE 0 TO INTENTOS.
           MOVE "N" TO BLOQUEADA.
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CAMBIO.
           MOVE EXPIRAIN TO FECHA-EXPIRA.
           MOVE ESQUEMAIN TO ESQUEMA-HUELLA.
           MOVE SALIN TO SAL-HUELLA.
           WRITE RSGCRED INVALID KEY
                 REWRITE RSGCRED
                 END-REWRITE
           MOVE USUCODE TO REGISTRO(1:64).
           MOVE "CREDENCIAL RENOVADA" TO REGISTRO(85:20).
           CALL "SRUTRAZA" USING NOMBREFSGCRED ABM REGISTRO.
           PERFORM APUNTAHISTORIA.
       CERRARC.
           CLOSE FSGCRED.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       MIRAHISTORIA SECTION.
       MHI.
           MOVE 0 TO REPETIDA.
           IF MAXHISTORIA = 0
              GO TO FIN-MIRAHISTORIA
           END-IF.
           OPEN INPUT FSGHCRED.
           IF ERROR-1 NOT = "0"
              GO TO FIN-MIRAHISTORIA
           END-IF.
           MOVE USUCODE TO CLA OF RSGHCRED.
           READ FSGHCRED WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0"
              PERFORM VARYING HH FROM 1 BY 1
                      UNTIL HH > TOTAL-HIST OR HH > MAXHISTORIA
                         OR REPETIDA = 1
                 IF HUELLA-HIST(HH) = HUELLAIN
                    MOVE 1 TO REPETIDA
                 END-IF
              END-PERFORM
           END-IF.
           CLOSE FSGHCRED.
           IF REPETIDA = 1
              MOVE "X" TO ABM
              MOVE SPACES TO REGISTRO
              MOVE USUCODE TO REGISTRO(1:64)
              MOVE "CONTRASENA REPETIDA" TO REGISTRO(85:19)
              CALL "SRUTRAZA" USING NOMBREFSGCRED ABM REGISTRO
           END-IF.
       FIN-MIRAHISTORIA.
           EXIT.

       APUNTAHISTORIA SECTION.
       AHI.
           IF MAXHISTORIA = 0
              GO TO FIN-APUNTAHISTORIA
           END-IF.
           OPEN I-O FSGHCRED.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGHCRED
              OPEN OUTPUT FSGHCRED
              CLOSE FSGHCRED
              OPEN I-O FSGHCRED
           END-IF.
           IF ERROR-1 NOT = "0"
              GO TO FIN-APUNTAHISTORIA
           END-IF.
           MOVE USUCODE TO CLA OF RSGHCRED.
           READ FSGHCRED INVALID KEY
                INITIALIZE RSGHCRED
                MOVE USUCODE TO CLA OF RSGHCRED
                MOVE 0 TO TOTAL-HIST
           END-READ.
           IF TOTAL-HIST NOT NUMERIC
              MOVE 0 TO TOTAL-HIST
           END-IF.
           IF TOTAL-HIST NOT < MAXHISTORIA
              MOVE MAXHISTORIA TO TOTAL-HIST
              SUBTRACT 1 FROM TOTAL-HIST
           END-IF.
           PERFORM VARYING HH FROM TOTAL-HIST BY -1 UNTIL HH < 1
              MOVE HUELLA-HIST(HH) TO HUELLA-HIST(HH + 1)
           END-PERFORM.
           MOVE HUELLAIN TO HUELLA-HIST(1).
           ADD 1 TO TOTAL-HIST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HIST.
           WRITE RSGHCRED INVALID KEY
                 REWRITE RSGHCRED
                 END-REWRITE
           END-WRITE.
           CLOSE FSGHCRED.
       FIN-APUNTAHISTORIA.
           EXIT.
