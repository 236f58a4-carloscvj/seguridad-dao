       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRIDREG.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      REGISTRO PERMANENTE FSGIDREG DE TODOS LOS CODIGOS
                      DE USUARIO QUE SE HAN USADO ALGUNA VEZ, CON EL
                      NUMERO DE EMPLEADO DE PERSONAL, EL NOMBRE, LA
                      FECHA DEL PRIMER USO Y EL ESTADO ("A" ACTIVO, "B"
                      DE BAJA, "X" ARCHIVADO, "P" PURGADO, "R"
                      RECONTRATADO PENDIENTE DE REVISION). UNA FILA NO
                      SE BORRA NUNCA: ASI UN CODIGO LIBERADO POR
                      ISGPURGA O ISGARCHUSU NO SE VUELVE A DAR A OTRA
                      PERSONA. ACCION "C" CONSULTA POR CODIGO, "E"
                      BUSCA POR NUMERO DE EMPLEADO (LA FILA MAS
                      RECIENTE), "R" REGISTRA EL CODIGO O ACTUALIZA SU
                      ESTADO, EMPLEADO Y NOMBRE (LO QUE VENGA
                      INFORMADO), Y "P" LO DEJA PURGADO BORRANDO EL
                      EMPLEADO Y EL NOMBRE PERO CONSERVANDO EL CODIGO.
                      RESULTADO 1 SI EL CODIGO YA ESTABA REGISTRADO,
                      0 SI NO, 2 SI HAY ERROR. TODO CON TRAZA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGIDREG-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGIDREG-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 NOMBREFSGIDREG              PIC X(256).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 SIGUE                       PIC 9.
       01 FECHAMEJOR                  PIC 9(8).
       01 HOY                         PIC 9(8).

       LINKAGE SECTION.
       01 ACCION                      PIC X(1).
       01 USUCODE                     PIC X(64).
       01 EMPLEADOIO                  PIC X(12).
       01 DESIO                       PIC X(64).
       01 ESTADOIO                    PIC X(1).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING ACCION USUCODE EMPLEADOIO DESIO
                 ESTADOIO RESULTADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE "mnu/SG/FSGIDREG" TO NOMBREFSGIDREG.
           IF ACCION = "C" OR ACCION = "E"
              OPEN INPUT FSGIDREG
              IF ERROR-1 NOT = "0"
                 GO TO FIN-PROCESOS
              END-IF
           ELSE
              OPEN I-O FSGIDREG
              IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
                 CALL "PRUMKDIR" USING NOMBREFSGIDREG
                 OPEN OUTPUT FSGIDREG
                 CLOSE FSGIDREG
                 OPEN I-O FSGIDREG
              END-IF
              IF ERROR-1 NOT = "0"
                 MOVE 2 TO RESULTADO
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           EVALUATE ACCION
              WHEN "C" PERFORM CONSULTA
              WHEN "E" PERFORM BUSCAEMPLEADO
              WHEN "R" PERFORM REGISTRA
              WHEN "P" PERFORM PURGA
              WHEN OTHER MOVE 2 TO RESULTADO
           END-EVALUATE.
           CLOSE FSGIDREG.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       CONSULTA SECTION.
       CON.
           IF USUCODE = SPACES
              GO TO FIN-CONSULTA
           END-IF.
           MOVE USUCODE TO CLA.
           READ FSGIDREG WITH IGNORE LOCK INVALID KEY
                GO TO FIN-CONSULTA.
           IF ERROR-1 NOT = "0"
              GO TO FIN-CONSULTA
           END-IF.
           MOVE 1 TO RESULTADO.
           MOVE EMPLEADO TO EMPLEADOIO.
           MOVE DES TO DESIO.
           MOVE ESTADO TO ESTADOIO.
       FIN-CONSULTA.
           EXIT.

       BUSCAEMPLEADO SECTION.
       BEM.
           IF EMPLEADOIO = SPACES
              GO TO FIN-BUSCAEMPLEADO
           END-IF.
           MOVE 0 TO FECHAMEJOR.
           MOVE EMPLEADOIO TO EMPLEADO.
           MOVE 1 TO SIGUE.
           START FSGIDREG KEY = EMPLEADO INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGIDREG NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND EMPLEADO NOT = EMPLEADOIO
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1 AND ESTADO NOT = "P" AND
                 (RESULTADO = 0 OR FECHA-ALTA NOT < FECHAMEJOR)
                 MOVE 1 TO RESULTADO
                 MOVE FECHA-ALTA TO FECHAMEJOR
                 MOVE CLA TO USUCODE
                 MOVE DES TO DESIO
                 MOVE ESTADO TO ESTADOIO
              END-IF
           END-PERFORM.
       FIN-BUSCAEMPLEADO.
           EXIT.

       REGISTRA SECTION.
       REG.
           IF USUCODE = SPACES
              MOVE 2 TO RESULTADO
              GO TO FIN-REGISTRA
           END-IF.
           MOVE USUCODE TO CLA.
           READ FSGIDREG INVALID KEY
                GO TO NUEVO.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-REGISTRA
           END-IF.
           MOVE 1 TO RESULTADO.
           IF ESTADO = "P"
              GO TO FIN-REGISTRA
           END-IF.
           IF ESTADOIO NOT = SPACES AND ESTADOIO NOT = ESTADO
              MOVE ESTADOIO TO ESTADO
              MOVE HOY TO FECHA-ESTADO
           END-IF.
           IF EMPLEADOIO NOT = SPACES
              MOVE EMPLEADOIO TO EMPLEADO
           END-IF.
           IF DESIO NOT = SPACES
              MOVE DESIO TO DES
           END-IF.
           MOVE USUARIO TO MODPOR.
           MOVE HOY TO MODFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA.
           REWRITE RSGIDREG INVALID KEY
                   MOVE 2 TO RESULTADO
                   GO TO FIN-REGISTRA.
           MOVE "M" TO ABM.
           MOVE RSGIDREG TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGIDREG ABM REGISTRO.
           GO TO FIN-REGISTRA.
       NUEVO.
           INITIALIZE RSGIDREG.
           MOVE USUCODE TO CLA.
           MOVE EMPLEADOIO TO EMPLEADO.
           MOVE DESIO TO DES.
           MOVE ESTADOIO TO ESTADO.
           IF ESTADO = SPACE
              MOVE "A" TO ESTADO
           END-IF.
           MOVE HOY TO FECHA-ALTA.
           MOVE HOY TO FECHA-ESTADO.
           MOVE USUARIO TO MODPOR.
           MOVE HOY TO MODFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA.
           WRITE RSGIDREG INVALID KEY
                 MOVE 2 TO RESULTADO
                 GO TO FIN-REGISTRA.
           MOVE "A" TO ABM.
           MOVE RSGIDREG TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGIDREG ABM REGISTRO.
       FIN-REGISTRA.
           EXIT.

       PURGA SECTION.
       PUR.
           IF USUCODE = SPACES
              MOVE 2 TO RESULTADO
              GO TO FIN-PURGA
           END-IF.
           MOVE USUCODE TO CLA.
           MOVE "M" TO ABM.
           READ FSGIDREG INVALID KEY
                MOVE "A" TO ABM
                INITIALIZE RSGIDREG
                MOVE USUCODE TO CLA
                MOVE HOY TO FECHA-ALTA
                MOVE "P" TO ESTADO
                MOVE HOY TO FECHA-ESTADO
                MOVE USUARIO TO MODPOR
                MOVE HOY TO MODFECHA
                MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA
                WRITE RSGIDREG INVALID KEY
                      MOVE 2 TO RESULTADO
                END-WRITE
                GO TO TRAZAP.
           MOVE 1 TO RESULTADO.
           MOVE SPACES TO EMPLEADO.
           MOVE SPACES TO DES.
           MOVE "P" TO ESTADO.
           MOVE HOY TO FECHA-ESTADO.
           MOVE USUARIO TO MODPOR.
           MOVE HOY TO MODFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA.
           REWRITE RSGIDREG INVALID KEY
                   MOVE 2 TO RESULTADO.
       TRAZAP.
           IF RESULTADO NOT = 2
              MOVE RSGIDREG TO REGISTRO
              CALL "SRUTRAZA" USING NOMBREFSGIDREG ABM REGISTRO
           END-IF.
       FIN-PURGA.
           EXIT.
