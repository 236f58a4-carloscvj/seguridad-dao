       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRDWHVER.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      MANTIENE EL HISTORICO DE VERSIONES DE LAS
                      DIMENSIONES DEL EXTRACTO PARA EL ALMACEN
                      CORPORATIVO (FICHERO mnu/SG/FSGDWH, CLAVE TIPO
                      "U" USUARIO, "R" ROLE, "N" NODO O "F" FECHA MAS
                      LA CLAVE DE NEGOCIO Y EL INICIO DE LA VERSION).
                      LA VERSION ABIERTA LLEVA HASTA 99991231. ACCION
                      "V": UNA IMAGEN NUEVA CON SU FECHA Y HORA; SI ES
                      ANTERIOR A LA ULTIMA VERSION SE IGNORA, SI ES DEL
                      MISMO MOMENTO LA SUSTITUYE, SI ES IGUAL A LA
                      ABIERTA NO HACE NADA Y SI NO CIERRA LA ABIERTA Y
                      ABRE OTRA. ACCION "B": CIERRA LA VERSION ABIERTA
                      (BAJA DEL MAESTRO). ACCION "C": DEVUELVE LA
                      IMAGEN DE LA VERSION ABIERTA. ACCION "F": CIERRA
                      EL FICHERO, QUE SE QUEDA ABIERTO ENTRE LLAMADAS.
                      SE CIERRA ANTES DE GRABAR LA NUEVA, ASI REPETIR
                      LA MISMA ENTRADA TRAS UNA CAIDA DA EL MISMO
                      HISTORICO. RESULTADO 0 HECHO, 1 NADA QUE HACER,
                      2 ERROR, 3 SIN VERSION ABIERTA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGDWH-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGDWH-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGDWH                PIC X(256)
          VALUE "mnu/SG/FSGDWH".
       01 ABIERTO                     PIC 9 VALUE 0.
       01 SIGUE                       PIC 9.
       01 HAYULTIMO                   PIC 9.
       01 ULT-CLA                     PIC X(79).
       01 ULT-DESDE                   PIC 9(8).
       01 ULT-DESDE-HORA              PIC 9(6).
       01 ULT-HASTA                   PIC 9(8).
       01 ULT-IMAGEN                  PIC X(400).
       01 MOMENTOIN                   PIC 9(14).
       01 MOMENTOULT                  PIC 9(14).

       LINKAGE SECTION.
       01 ACCION                      PIC X(1).
       01 TIPOIN                      PIC X(1).
       01 CLAVEIN                     PIC X(64).
       01 FECHAIN                     PIC 9(8).
       01 HORAIN                      PIC 9(6).
       01 ORIGENIN                    PIC X(1).
       01 SECUENCIAIN                 PIC 9(9).
       01 IMAGENIO                    PIC X(400).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING ACCION TIPOIN CLAVEIN FECHAIN HORAIN
                 ORIGENIN SECUENCIAIN IMAGENIO RESULTADO.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO RESULTADO.
       PROCESOS.
           IF ACCION = "F"
              IF ABIERTO = 1
                 CLOSE FSGDWH
                 MOVE 0 TO ABIERTO
              END-IF
              GO TO FIN-PROCESOS
           END-IF.
           IF ABIERTO = 0
              PERFORM ABREFICHERO
              IF ABIERTO = 0
                 MOVE 2 TO RESULTADO
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           PERFORM BUSCAULTIMO.
           EVALUATE ACCION
              WHEN "C"
                 IF HAYULTIMO = 1 AND ULT-HASTA = 99991231
                    MOVE ULT-IMAGEN TO IMAGENIO
                 ELSE
                    MOVE 3 TO RESULTADO
                 END-IF
              WHEN "B"
                 PERFORM CIERRAVERSION
              WHEN "V"
                 PERFORM NUEVAVERSION
              WHEN OTHER
                 MOVE 2 TO RESULTADO
           END-EVALUATE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ABREFICHERO SECTION.
       ABF.
           OPEN I-O FSGDWH.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGDWH
              OPEN OUTPUT FSGDWH
              CLOSE FSGDWH
              OPEN I-O FSGDWH
           END-IF.
           IF ERROR-1 = "0"
              MOVE 1 TO ABIERTO
           ELSE
              DISPLAY "SRDWHVER NO SE PUDO ABRIR " NOMBREFSGDWH
                      " " ERRORES UPON SYSOUT
           END-IF.
       FIN-ABREFICHERO.
           EXIT.

       BUSCAULTIMO SECTION.
       BUL.
           MOVE 0 TO HAYULTIMO.
           MOVE TIPOIN TO CLA-TIPO.
           MOVE CLAVEIN TO CLA-CLAVE.
           MOVE 0 TO CLA-DESDE.
           MOVE 0 TO CLA-DESDE-HORA.
           MOVE 1 TO SIGUE.
           START FSGDWH KEY NOT < CLA OF RSGDWH INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGDWH NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND
                 (CLA-TIPO NOT = TIPOIN OR CLA-CLAVE NOT = CLAVEIN)
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1
                 MOVE 1 TO HAYULTIMO
                 MOVE CLA OF RSGDWH TO ULT-CLA
                 MOVE CLA-DESDE TO ULT-DESDE
                 MOVE CLA-DESDE-HORA TO ULT-DESDE-HORA
                 MOVE VER-HASTA TO ULT-HASTA
                 MOVE VER-IMAGEN TO ULT-IMAGEN
              END-IF
           END-PERFORM.
           COMPUTE MOMENTOIN = FECHAIN * 1000000 + HORAIN.
           COMPUTE MOMENTOULT = ULT-DESDE * 1000000 + ULT-DESDE-HORA.
       FIN-BUSCAULTIMO.
           EXIT.

       CIERRAVERSION SECTION.
       CVE.
           IF HAYULTIMO = 0 OR ULT-HASTA NOT = 99991231 OR
              MOMENTOIN < MOMENTOULT
              MOVE 1 TO RESULTADO
              GO TO FIN-CIERRAVERSION
           END-IF.
           PERFORM LEEULTIMO.
           IF RESULTADO NOT = 0
              GO TO FIN-CIERRAVERSION
           END-IF.
           MOVE FECHAIN TO VER-HASTA.
           MOVE HORAIN TO VER-HASTA-HORA.
           REWRITE RSGDWH INVALID KEY
                   MOVE 2 TO RESULTADO
           END-REWRITE.
       FIN-CIERRAVERSION.
           EXIT.

       NUEVAVERSION SECTION.
       NVE.
           IF HAYULTIMO = 1 AND MOMENTOIN < MOMENTOULT
              MOVE 1 TO RESULTADO
              GO TO FIN-NUEVAVERSION
           END-IF.
           IF HAYULTIMO = 1 AND MOMENTOIN = MOMENTOULT
              IF ULT-IMAGEN = IMAGENIO
                 MOVE 1 TO RESULTADO
                 GO TO FIN-NUEVAVERSION
              END-IF
              PERFORM LEEULTIMO
              IF RESULTADO NOT = 0
                 GO TO FIN-NUEVAVERSION
              END-IF
              MOVE ORIGENIN TO VER-ORIGEN
              MOVE SECUENCIAIN TO VER-SECUENCIA
              MOVE IMAGENIO TO VER-IMAGEN
              REWRITE RSGDWH INVALID KEY
                      MOVE 2 TO RESULTADO
              END-REWRITE
              GO TO FIN-NUEVAVERSION
           END-IF.
           IF HAYULTIMO = 1 AND ULT-HASTA = 99991231
              IF ULT-IMAGEN = IMAGENIO
                 MOVE 1 TO RESULTADO
                 GO TO FIN-NUEVAVERSION
              END-IF
              PERFORM LEEULTIMO
              IF RESULTADO NOT = 0
                 GO TO FIN-NUEVAVERSION
              END-IF
              MOVE FECHAIN TO VER-HASTA
              MOVE HORAIN TO VER-HASTA-HORA
              REWRITE RSGDWH INVALID KEY
                      MOVE 2 TO RESULTADO
                      GO TO FIN-NUEVAVERSION
              END-REWRITE
           END-IF.
           INITIALIZE RSGDWH.
           MOVE TIPOIN TO CLA-TIPO.
           MOVE CLAVEIN TO CLA-CLAVE.
           MOVE FECHAIN TO CLA-DESDE.
           MOVE HORAIN TO CLA-DESDE-HORA.
           MOVE 99991231 TO VER-HASTA.
           MOVE 0 TO VER-HASTA-HORA.
           MOVE ORIGENIN TO VER-ORIGEN.
           MOVE SECUENCIAIN TO VER-SECUENCIA.
           MOVE IMAGENIO TO VER-IMAGEN.
           WRITE RSGDWH INVALID KEY
                 MOVE 2 TO RESULTADO
           END-WRITE.
       FIN-NUEVAVERSION.
           EXIT.

       LEEULTIMO SECTION.
       LUL.
           MOVE ULT-CLA TO CLA OF RSGDWH.
           READ FSGDWH INVALID KEY
                MOVE 2 TO RESULTADO
           END-READ.
       FIN-LEEULTIMO.
           EXIT.
