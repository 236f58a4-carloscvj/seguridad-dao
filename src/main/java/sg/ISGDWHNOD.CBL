       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGDWHNOD.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DIMENSION DE NODOS DEL EXTRACTO PARA EL ALMACEN
                      (LA LLAMA ISGDWH): DESCRIPCION, PADRE, SERVICIO
                      DE APLICACION DE FSGSERMAP (SRSERVNODO), NIVEL Y
                      CAMINO DESDE LA RAIZ DE LA JERARQUIA (CADENA DE
                      PADRES DE SRGETPADRE, SEPARADA POR "/"). LA
                      PRIMERA VEZ SE SIEMBRA CON FSGNODO TAL COMO ESTA
                      Y LA MARCA QUEDA AL FINAL DE SU TRAZA. DESPUES SE
                      APLICAN AL HISTORICO FSGDWH (SRDWHVER) LAS
                      ENTRADAS DE LA TRAZA DE FSGNODO (CON LAS
                      GENERACIONES DEL CATALOGO TRZCAT) POSTERIORES A
                      LA MARCA. COMO EL CAMINO Y EL SERVICIO DEPENDEN
                      DE OTROS NODOS Y DEL MAPA DE SERVICIOS, AL FINAL
                      SE RECALCULA CADA NODO DEL MAESTRO Y, SI ALGO HA
                      CAMBIADO, SE ABRE UNA VERSION DERIVADA (ORIGEN
                      "D") CON FECHA DE HOY. LA MARCA SOLO AVANZA SI
                      TODO HA IDO BIEN. RESULTADO 0 BIEN, 2 ERROR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGNODO-SEL".
           COPY "WO-TRAZA-SEL".

           SELECT FCAT
                  ASSIGN TO RANDOM NOMBRECAT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGNODO-FD".
           COPY "WO-TRAZA-FD".

       FD  FCAT
           DATA RECORD IS RCAT.
       01  RCAT       PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".
           COPY "WO-DWHIMG".

       01 NOMBREFSGNODO               PIC X(256).
       01 NOMBREBASE                  PIC X(256).
       01 NOMBRETRAZA                 PIC X(256).
       01 NOMBRECAT                   PIC X(256).
       01 SIGUE                       PIC 9.
       01 SIGUECAT                    PIC 9.
       01 TABLA-GEN-L.
          05 TABLA-GEN                PIC X(8) OCCURS 400 TIMES.
       01 TOTALGEN                    PIC 9(3).
       01 GG                          PIC 9(3).
       01 MARCANUEVA                  PIC 9(9).
       01 SOLOMARCA                   PIC 9.
       01 HOY                         PIC 9(8).
       01 AHORAHORA                   PIC 9(6).
       01 ACCIONVER                   PIC X(1).
       01 TIPOVER                     PIC X(1) VALUE "N".
       01 CLAVEVER                    PIC X(64).
       01 FECHAVER                    PIC 9(8).
       01 HORAVER                     PIC 9(6).
       01 ORIGENVER                   PIC X(1).
       01 SECUENCIAVER                PIC 9(9).
       01 RESULTADOVER                PIC 9.
       01 TABLA-CAMINO-L.
          05 TABLA-CAMINO             PIC X(64) OCCURS 32 TIMES.
       01 TOTALCAMINO                 PIC 9(2).
       01 NN                          PIC 9(2).
       01 NODOACTUAL                  PIC X(64).
       01 PADRE                       PIC X(64).
       01 ENCONTRADOPADRE             PIC 9.
       01 ENCONTRADOSER               PIC 9.
       01 PUNTERO                     PIC 9(3).
       01 CNT-ENTRADAS                PIC 9(8).
       01 CNT-DERIVADAS               PIC 9(8).

       LINKAGE SECTION.
       01 SEMBRADO                    PIC X(1).
       01 MARCANODO                   PIC 9(9).
       01 CONTADOR                    PIC 9(8).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING SEMBRADO MARCANODO CONTADOR RESULTADO.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADOR.
           MOVE 0 TO RESULTADO.
           MOVE 0 TO CNT-ENTRADAS.
           MOVE 0 TO CNT-DERIVADAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AHORAHORA.
           MOVE "mnu/SG/FSGNODO" TO NOMBREFSGNODO.
           MOVE "mnu/SG/FSGNODO" TO NOMBREBASE.
       PROCESOS.
           PERFORM LEECATALOGO.
           IF SEMBRADO NOT = "S"
              MOVE 1 TO SOLOMARCA
              MOVE "S" TO ORIGENVER
           ELSE
              MOVE 0 TO SOLOMARCA
              MOVE "T" TO ORIGENVER
           END-IF.
           PERFORM LEETRAZAS.
           IF SEMBRADO = "S"
              MOVE "D" TO ORIGENVER
           END-IF.
           PERFORM RECALCULA.
           MOVE "F" TO ACCIONVER.
           CALL "SRDWHVER" USING ACCIONVER TIPOVER CLAVEVER FECHAVER
                HORAVER ORIGENVER SECUENCIAVER DWHIMAGEN RESULTADOVER.
           IF RESULTADO = 0
              MOVE MARCANUEVA TO MARCANODO
              MOVE "S" TO SEMBRADO
           END-IF.
           DISPLAY "ISGDWHNOD ENTRADAS=" CNT-ENTRADAS
                   " VERSIONES=" CONTADOR
                   " DERIVADAS=" CNT-DERIVADAS
                   " RESULTADO=" RESULTADO UPON SYSOUT.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       RECALCULA SECTION.
       REC.
           OPEN INPUT FSGNODO.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGDWHNOD NO SE PUDO ABRIR " NOMBREFSGNODO
                      UPON SYSOUT
              MOVE 2 TO RESULTADO
              GO TO FIN-RECALCULA
           END-IF.
           MOVE "V" TO ACCIONVER.
           MOVE HOY TO FECHAVER.
           MOVE AHORAHORA TO HORAVER.
           MOVE 0 TO SECUENCIAVER.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGNODO NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 PERFORM PASANODO
                 PERFORM LLAMAVER
                 IF RESULTADOVER = 0
                    ADD 1 TO CNT-DERIVADAS
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGNODO.
       FIN-RECALCULA.
           EXIT.

       PASANODO SECTION.
       PNO.
           MOVE SPACES TO DWHIMAGEN.
           MOVE CLA TO CLAVEVER.
           MOVE DES TO INO-DES.
           MOVE CLA-PADRE TO INO-PADRE.
           CALL "SRSERVNODO" USING CLAVEVER INO-SERVICIO
                ENCONTRADOSER.
           MOVE 1 TO TOTALCAMINO.
           MOVE CLAVEVER TO TABLA-CAMINO(1).
           MOVE CLA-PADRE TO NODOACTUAL.
           PERFORM UNTIL NODOACTUAL = SPACES OR TOTALCAMINO = 32
              ADD 1 TO TOTALCAMINO
              MOVE NODOACTUAL TO TABLA-CAMINO(TOTALCAMINO)
              CALL "SRGETPADRE" USING NODOACTUAL PADRE
                   ENCONTRADOPADRE
              IF ENCONTRADOPADRE = 0 OR PADRE = NODOACTUAL
                 MOVE SPACES TO NODOACTUAL
              ELSE
                 MOVE PADRE TO NODOACTUAL
              END-IF
           END-PERFORM.
           MOVE TOTALCAMINO TO INO-NIVEL.
           MOVE 1 TO PUNTERO.
           PERFORM VARYING NN FROM TOTALCAMINO BY -1 UNTIL NN < 1
              STRING TABLA-CAMINO(NN) DELIMITED BY " "
                     INTO INO-RUTA WITH POINTER PUNTERO
                     ON OVERFLOW
                        MOVE 1 TO NN
              END-STRING
              IF NN > 1 AND PUNTERO < 201
                 STRING "/" DELIMITED BY SIZE
                        INTO INO-RUTA WITH POINTER PUNTERO
                 END-STRING
              END-IF
           END-PERFORM.
       FIN-PASANODO.
           EXIT.

       APLICAENTRADA SECTION.
       APE.
           ADD 1 TO CNT-ENTRADAS.
           MOVE TL-REGISTRO(1:192) TO RSGNODO.
           MOVE TL-FECHA TO FECHAVER.
           MOVE TL-HORA TO HORAVER.
           MOVE TL-SECUENCIA TO SECUENCIAVER.
           PERFORM PASANODO.
           IF TL-ABM = "B"
              MOVE "B" TO ACCIONVER
           ELSE
              MOVE "V" TO ACCIONVER
           END-IF.
           PERFORM LLAMAVER.
       FIN-APLICAENTRADA.
           EXIT.

       LLAMAVER SECTION.
       LLV.
           CALL "SRDWHVER" USING ACCIONVER TIPOVER CLAVEVER FECHAVER
                HORAVER ORIGENVER SECUENCIAVER DWHIMAGEN RESULTADOVER.
           IF RESULTADOVER = 2
              MOVE 2 TO RESULTADO
           END-IF.
           IF RESULTADOVER = 0
              ADD 1 TO CONTADOR
           END-IF.
       FIN-LLAMAVER.
           EXIT.

       LEETRAZAS SECTION.
       LTZ.
           MOVE MARCANODO TO MARCANUEVA.
           PERFORM VARYING GG FROM 1 BY 1 UNTIL GG > TOTALGEN
              MOVE SPACES TO NOMBRETRAZA
              STRING NOMBREBASE "TRZ" TABLA-GEN(GG)
                     DELIMITED BY " "
                     INTO NOMBRETRAZA
              END-STRING
              PERFORM LEEUNA
           END-PERFORM.
           MOVE SPACES TO NOMBRETRAZA.
           STRING NOMBREBASE "TRZ"
                  DELIMITED BY " "
                  INTO NOMBRETRAZA
           END-STRING.
           PERFORM LEEUNA.
       FIN-LEETRAZAS.
           EXIT.

       LEEUNA SECTION.
       LUN.
           OPEN INPUT FTRAZA.
           IF ERRORES NOT = "00"
              GO TO FIN-LEEUNA
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FTRAZA AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND TL-SECUENCIA NUMERIC AND
                 TL-SECUENCIA > MARCANODO
                 IF TL-SECUENCIA > MARCANUEVA
                    MOVE TL-SECUENCIA TO MARCANUEVA
                 END-IF
                 IF SOLOMARCA = 0 AND
                    (TL-ABM = "A" OR TL-ABM = "B" OR TL-ABM = "M")
                    PERFORM APLICAENTRADA
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FTRAZA.
       FIN-LEEUNA.
           EXIT.

       LEECATALOGO SECTION.
       LCT.
           MOVE 0 TO TOTALGEN.
           MOVE SPACES TO TABLA-GEN-L.
           MOVE SPACES TO NOMBRECAT.
           STRING NOMBREBASE "TRZCAT"
                  DELIMITED BY " "
                  INTO NOMBRECAT
           END-STRING.
           OPEN INPUT FCAT.
           IF ERRORES NOT = "00"
              GO TO FIN-LEECATALOGO
           END-IF.
           MOVE 1 TO SIGUECAT.
           PERFORM UNTIL SIGUECAT = 0
              READ FCAT AT END
                   MOVE 0 TO SIGUECAT
              END-READ
              IF SIGUECAT = 1 AND TOTALGEN < 400
                 ADD 1 TO TOTALGEN
                 MOVE RCAT TO TABLA-GEN(TOTALGEN)
              END-IF
           END-PERFORM.
           CLOSE FCAT.
       FIN-LEECATALOGO.
           EXIT.
