       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRAUSENCIA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      REGISTRO DE AUSENCIAS LARGAS (MATERNIDAD,
                      EXCEDENCIA, BAJA MEDICA...) EN FSGAUS, UNA FILA
                      POR USUARIO. ACCION "I" ABRE LA AUSENCIA CON LA
                      FECHA DE REGRESO PREVISTA (SI YA ESTA ABIERTA SOLO
                      CAMBIA ESA FECHA Y QUITA LA MARCA DE ESCALADA);
                      "F" LA CIERRA CON LA FECHA DE HOY Y DEVUELVE LA
                      FECHA EN QUE EMPEZO; "E" LA MARCA COMO ESCALADA
                      POR PASAR DE SU REGRESO PREVISTO. CADA CAMBIO VA A
                      LA TRAZA. LAS CONCESIONES DE FSGUR NO SE TOCAN:
                      MIENTRAS LA AUSENCIA ESTA ABIERTA SRAUTORIZA
                      DENIEGA CON SU PROPIA RAZON (SRCHKAUS) Y AL
                      CERRARLA EL ACCESO VUELVE TAL CUAL ESTABA.
                      RESULTADO 0 BIEN, 1 NO PROCEDE (NO HAY AUSENCIA
                      ABIERTA QUE CERRAR O ESCALAR), 2 ERROR. ACCION "B"
                      BORRA LA FILA DEL USUARIO; LA USA ISGPURGA AL
                      PURGAR UN USUARIO DADO DE BAJA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGAUS-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGAUS-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 NOMBREFSGAUS                PIC X(256).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 EXISTE                      PIC 9.

       LINKAGE SECTION.
       01 ACCION                      PIC X(1).
       01 USUCODE                     PIC X(64).
       01 REGRESOIN                   PIC 9(8).
       01 INICIOOUT                   PIC 9(8).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING ACCION USUCODE REGRESOIN INICIOOUT
                 RESULTADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADO.
           MOVE 0 TO INICIOOUT.
           IF USUCODE = SPACES OR LOW-VALUES
              MOVE 1 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "mnu/SG/FSGAUS" TO NOMBREFSGAUS.
           OPEN I-O FSGAUS.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGAUS
              OPEN OUTPUT FSGAUS
              CLOSE FSGAUS
              OPEN I-O FSGAUS
           END-IF.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 1 TO EXISTE.
           MOVE USUCODE TO CLA.
           READ FSGAUS INVALID KEY
                MOVE 0 TO EXISTE
           END-READ.
           EVALUATE ACCION
              WHEN "I" PERFORM ABRE
              WHEN "F" PERFORM CIERRA
              WHEN "E" PERFORM ESCALA
              WHEN "B" PERFORM BORRA
              WHEN OTHER MOVE 1 TO RESULTADO
           END-EVALUATE.
           CLOSE FSGAUS.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ABRE SECTION.
       ABR.
           IF EXISTE = 1 AND ESTADO-AUS = "A"
              MOVE REGRESOIN TO FECHA-REGRESO
              MOVE "N" TO ESCALADA
              MOVE 0 TO FECHA-ESCALADA
              PERFORM REESCRIBE
              GO TO FIN-ABRE
           END-IF.
           INITIALIZE RSGAUS.
           MOVE USUCODE TO CLA.
           MOVE "A" TO ESTADO-AUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-INICIO.
           MOVE REGRESOIN TO FECHA-REGRESO.
           MOVE 0 TO FECHA-FIN.
           MOVE "N" TO ESCALADA.
           MOVE 0 TO FECHA-ESCALADA.
           IF EXISTE = 1
              PERFORM REESCRIBE
              GO TO FIN-ABRE
           END-IF.
           MOVE USUARIO TO MODPOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MODFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA.
           WRITE RSGAUS INVALID KEY
                 MOVE 2 TO RESULTADO
                 GO TO FIN-ABRE.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-ABRE
           END-IF.
           MOVE "A" TO ABM.
           MOVE RSGAUS TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGAUS ABM REGISTRO.
       FIN-ABRE.
           EXIT.

       CIERRA SECTION.
       CIE.
           IF EXISTE = 0 OR ESTADO-AUS NOT = "A"
              MOVE 1 TO RESULTADO
              GO TO FIN-CIERRA
           END-IF.
           MOVE FECHA-INICIO TO INICIOOUT.
           MOVE "C" TO ESTADO-AUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-FIN.
           PERFORM REESCRIBE.
       FIN-CIERRA.
           EXIT.

       ESCALA SECTION.
       ESC.
           IF EXISTE = 0 OR ESTADO-AUS NOT = "A"
              MOVE 1 TO RESULTADO
              GO TO FIN-ESCALA
           END-IF.
           MOVE FECHA-INICIO TO INICIOOUT.
           MOVE "S" TO ESCALADA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-ESCALADA.
           PERFORM REESCRIBE.
       FIN-ESCALA.
           EXIT.

       BORRA SECTION.
       BOR.
           IF EXISTE = 0
              MOVE 1 TO RESULTADO
              GO TO FIN-BORRA
           END-IF.
           DELETE FSGAUS RECORD INVALID KEY
                  MOVE 2 TO RESULTADO
                  GO TO FIN-BORRA.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-BORRA
           END-IF.
           MOVE "B" TO ABM.
           MOVE RSGAUS TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGAUS ABM REGISTRO.
       FIN-BORRA.
           EXIT.

       REESCRIBE SECTION.
       REE.
           MOVE USUARIO TO MODPOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MODFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA.
           REWRITE RSGAUS INVALID KEY
                   MOVE 2 TO RESULTADO
                   GO TO FIN-REESCRIBE.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-REESCRIBE
           END-IF.
           MOVE "M" TO ABM.
           MOVE RSGAUS TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGAUS ABM REGISTRO.
       FIN-REESCRIBE.
           EXIT.
