       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRCFGPROG.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      PROGRAMA ("P") O QUITA ("D") UN VALOR CON FECHA
                      DE VIGOR PARA UNA CLAVE DEL MAESTRO DE
                      CONFIGURACION, EN FSGCFGV. SOLO SE PROGRAMA
                      DE HOY EN ADELANTE Y SOLO SE QUITA LO QUE AUN
                      NO HA ENTRADO EN VIGOR; LO YA VIGENTE ES
                      HISTORIA. CADA CAMBIO QUEDA EN LA TRAZA.
                      RESULTADO 0 BIEN, 1 DATOS INCORRECTOS O NO
                      EXISTE, 2 ERROR DE FICHERO, 3 YA EXISTE O YA
                      EN VIGOR.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGCFGV-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGCFGV-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 NOMBREFSGCFGV               PIC X(256).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 HOY                         PIC 9(8).

       LINKAGE SECTION.
       01 ACCION                      PIC X(1).
       01 CLAVEIN                     PIC X(32).
       01 VIGORIN                     PIC 9(8).
       01 VALORIN                     PIC X(128).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING ACCION CLAVEIN VIGORIN VALORIN
                                RESULTADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           IF CLAVEIN = SPACES OR LOW-VALUES
              MOVE 1 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           IF VIGORIN < HOY
              MOVE 3 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "mnu/SG/FSGCFGV" TO NOMBREFSGCFGV.
           OPEN I-O FSGCFGV.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGCFGV
              OPEN OUTPUT FSGCFGV
              CLOSE FSGCFGV
              OPEN I-O FSGCFGV
           END-IF.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           EVALUATE ACCION
              WHEN "P" PERFORM PROGRAMAR
              WHEN "D" PERFORM DESPROGRAMAR
              WHEN OTHER MOVE 1 TO RESULTADO
           END-EVALUATE.
           CLOSE FSGCFGV.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       PROGRAMAR SECTION.
       PRO.
           IF VALORIN = SPACES OR LOW-VALUES
              MOVE 1 TO RESULTADO
              GO TO FIN-PROGRAMAR
           END-IF.
           INITIALIZE RSGCFGV.
           MOVE CLAVEIN TO CLA-CLAVE.
           MOVE VIGORIN TO CLA-VIGOR.
           MOVE VALORIN TO VALOR.
           MOVE USUARIO TO MODPOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MODFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA.
           WRITE RSGCFGV INVALID KEY
                 MOVE 3 TO RESULTADO
                 GO TO FIN-PROGRAMAR.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-PROGRAMAR
           END-IF.
           MOVE "A" TO ABM.
           MOVE RSGCFGV TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGCFGV ABM REGISTRO.
       FIN-PROGRAMAR.
           EXIT.

       DESPROGRAMAR SECTION.
       DPR.
           IF VIGORIN = HOY
              MOVE 3 TO RESULTADO
              GO TO FIN-DESPROGRAMAR
           END-IF.
           MOVE CLAVEIN TO CLA-CLAVE.
           MOVE VIGORIN TO CLA-VIGOR.
           READ FSGCFGV INVALID KEY
                MOVE 1 TO RESULTADO
                GO TO FIN-DESPROGRAMAR.
           MOVE RSGCFGV TO REGISTRO.
           DELETE FSGCFGV INVALID KEY
                  MOVE 2 TO RESULTADO
                  GO TO FIN-DESPROGRAMAR.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-DESPROGRAMAR
           END-IF.
           MOVE "B" TO ABM.
           CALL "SRUTRAZA" USING NOMBREFSGCFGV ABM REGISTRO.
       FIN-DESPROGRAMAR.
           EXIT.
