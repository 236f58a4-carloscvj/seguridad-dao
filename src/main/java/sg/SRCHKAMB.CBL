       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRCHKAMB.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      COMPRUEBA SI UN CAMBIO CAE DENTRO DEL AMBITO DE
                      ADMINISTRACION DELEGADA DEL USUARIO DE LA SESION
                      (VARIABLE EXTERNA) SEGUN FSGAMB. CADA DIMENSION
                      (N SUBARBOL DE NODOS, D DEPARTAMENTO, E ENTIDAD)
                      SOLO RESTRINGE SI EL ADMINISTRADOR TIENE FILAS
                      ACTIVAS DE ESE TIPO; SIN NINGUNA FILA NO HAY
                      RESTRICCION. EL TIPO PEDIDO ES N (UN NODO: DEBE
                      SER UNO DE LOS NODOS DEL AMBITO O COLGAR DE
                      ELLOS POR LA CADENA DE CLA-PADRE), R (UN ROLE:
                      TODO NODO QUE ALCANZA POR FSGNR Y COMPOSICION,
                      SRNODOSGRANT, DEBE ESTAR EN EL AMBITO, Y POR
                      HERENCIA TAMBIEN LO ESTAN SUS DESCENDIENTES), U
                      (UN USUARIO: SU DEPARTAMENTO SEGUN FSGATR), D O
                      E. CADA INTENTO FUERA DE AMBITO QUEDA EN LA
                      TRAZA DE FSGAMB (ABM "X") CON EL SERVIDOR DE
                      ORIGEN, EL TIPO, EL VALOR Y EL MOTIVO, PARA EL
                      INFORME ISGAMBITO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGAMB-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGAMB-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 NOMBREFSGAMB                PIC X(256).
       01 SIGUE                       PIC 9.
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 TABLA-AMBN-L.
          05 TABLA-AMBN               PIC X(64) OCCURS 50 TIMES.
       01 TOTALAMBN                   PIC 9(3).
       01 TABLA-AMBD-L.
          05 TABLA-AMBD               PIC X(64) OCCURS 50 TIMES.
       01 TOTALAMBD                   PIC 9(3).
       01 TABLA-AMBE-L.
          05 TABLA-AMBE               PIC X(64) OCCURS 50 TIMES.
       01 TOTALAMBE                   PIC 9(3).
       01 AA                          PIC 9(3).
       01 GG                          PIC 9(3).
       01 VUELTAS                     PIC 9(3).
       01 NODOCHK                     PIC X(64).
       01 NODOACTUAL                  PIC X(64).
       01 PADRE                       PIC X(64).
       01 ENCONTRADOPADRE             PIC 9.
       01 NODODENTRO                  PIC 9.
       01 VALORCHK                    PIC X(64).
       01 TABLA-GRANT-L.
          05 TABLA-GRANT              PIC X(64) OCCURS 100 TIMES.
       01 TABLA-NIVEL-L.
          05 TABLA-NIVEL              PIC X(1) OCCURS 100 TIMES.
       01 TOTALGRANT                  PIC 9(3).
       01 USUCHK                      PIC X(64).
       01 RESPONUSU                   PIC X(64).
       01 DEPARTUSU                   PIC X(16).
       01 ENCONTRADOATR               PIC 9.

       LINKAGE SECTION.
       01 ORIGENIN                    PIC X(8).
       01 TIPOIN                      PIC X(1).
       01 VALORIN                     PIC X(64).
       01 DENTRO                      PIC 9.
       01 RAZONOUT                    PIC X(40).

       PROCEDURE DIVISION USING ORIGENIN TIPOIN VALORIN DENTRO
                 RAZONOUT.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 1 TO DENTRO.
           MOVE SPACES TO RAZONOUT.
           PERFORM CARGAAMBITO.
           IF TOTALAMBN = 0 AND TOTALAMBD = 0 AND TOTALAMBE = 0
              GO TO FIN-PROCESOS
           END-IF.
           EVALUATE TIPOIN
              WHEN "N" PERFORM MIRANODO
              WHEN "R" PERFORM MIRAROLE
              WHEN "U" PERFORM MIRAUSUARIO
              WHEN "D"
                 MOVE VALORIN TO VALORCHK
                 PERFORM MIRADEPTO
              WHEN "E" PERFORM MIRAENTIDAD
           END-EVALUATE.
           IF DENTRO = 0
              MOVE "mnu/SG/FSGAMB" TO NOMBREFSGAMB
              MOVE "X" TO ABM
              MOVE SPACES TO REGISTRO
              MOVE ORIGENIN TO REGISTRO(1:8)
              MOVE TIPOIN TO REGISTRO(9:1)
              MOVE VALORIN TO REGISTRO(10:64)
              MOVE RAZONOUT TO REGISTRO(74:40)
              CALL "SRUTRAZA" USING NOMBREFSGAMB ABM REGISTRO
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       CARGAAMBITO SECTION.
       CAM.
           MOVE 0 TO TOTALAMBN.
           MOVE 0 TO TOTALAMBD.
           MOVE 0 TO TOTALAMBE.
           MOVE "mnu/SG/FSGAMB" TO NOMBREFSGAMB.
           OPEN INPUT FSGAMB.
           IF ERROR-1 NOT = "0"
              GO TO FIN-CARGAAMBITO
           END-IF.
           MOVE USUARIO TO CLA-USUARIO.
           MOVE LOW-VALUES TO CLA-TIPO.
           MOVE LOW-VALUES TO CLA-VALOR.
           MOVE 1 TO SIGUE.
           START FSGAMB KEY NOT < CLA OF RSGAMB INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGAMB NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CLA-USUARIO NOT = USUARIO
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1 AND ACTIVO NOT = "N"
                 EVALUATE CLA-TIPO
                    WHEN "N"
                       IF TOTALAMBN < 50
                          ADD 1 TO TOTALAMBN
                          MOVE CLA-VALOR TO TABLA-AMBN(TOTALAMBN)
                       END-IF
                    WHEN "D"
                       IF TOTALAMBD < 50
                          ADD 1 TO TOTALAMBD
                          MOVE CLA-VALOR TO TABLA-AMBD(TOTALAMBD)
                       END-IF
                    WHEN "E"
                       IF TOTALAMBE < 50
                          ADD 1 TO TOTALAMBE
                          MOVE CLA-VALOR TO TABLA-AMBE(TOTALAMBE)
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM.
           CLOSE FSGAMB.
       FIN-CARGAAMBITO.
           EXIT.

       MIRANODO SECTION.
       MNO.
           IF TOTALAMBN = 0
              GO TO FIN-MIRANODO
           END-IF.
           MOVE VALORIN TO NODOCHK.
           PERFORM NODOENAMBITO.
           IF NODODENTRO = 0
              MOVE 0 TO DENTRO
              STRING "NODO FUERA DE AMBITO " NODOCHK
                     DELIMITED BY SIZE
                     INTO RAZONOUT
              END-STRING
           END-IF.
       FIN-MIRANODO.
           EXIT.

       MIRAROLE SECTION.
       MRO.
           IF TOTALAMBN = 0
              GO TO FIN-MIRAROLE
           END-IF.
           CALL "SRNODOSGRANT" USING VALORIN TABLA-GRANT-L
                TABLA-NIVEL-L TOTALGRANT.
           PERFORM VARYING GG FROM 1 BY 1
                   UNTIL GG > TOTALGRANT OR DENTRO = 0
              MOVE TABLA-GRANT(GG) TO NODOCHK
              PERFORM NODOENAMBITO
              IF NODODENTRO = 0
                 MOVE 0 TO DENTRO
                 STRING "ROLE ALCANZA NODO " NODOCHK
                        DELIMITED BY SIZE
                        INTO RAZONOUT
                 END-STRING
              END-IF
           END-PERFORM.
       FIN-MIRAROLE.
           EXIT.

       NODOENAMBITO SECTION.
       NEA.
           MOVE 0 TO NODODENTRO.
           MOVE NODOCHK TO NODOACTUAL.
           MOVE 0 TO VUELTAS.
           PERFORM UNTIL NODODENTRO = 1 OR VUELTAS > 64 OR
                   NODOACTUAL = SPACES OR NODOACTUAL = LOW-VALUES
              ADD 1 TO VUELTAS
              PERFORM VARYING AA FROM 1 BY 1
                      UNTIL AA > TOTALAMBN OR NODODENTRO = 1
                 IF TABLA-AMBN(AA) = NODOACTUAL
                    MOVE 1 TO NODODENTRO
                 END-IF
              END-PERFORM
              IF NODODENTRO = 0
                 CALL "SRGETPADRE" USING NODOACTUAL PADRE
                      ENCONTRADOPADRE
                 IF ENCONTRADOPADRE = 0 OR PADRE = NODOACTUAL
                    MOVE SPACES TO NODOACTUAL
                 ELSE
                    MOVE PADRE TO NODOACTUAL
                 END-IF
              END-IF
           END-PERFORM.
       FIN-NODOENAMBITO.
           EXIT.

       MIRAUSUARIO SECTION.
       MUS.
           IF TOTALAMBD = 0
              GO TO FIN-MIRAUSUARIO
           END-IF.
           MOVE VALORIN TO USUCHK.
           MOVE SPACES TO DEPARTUSU.
           CALL "SRGETRESP" USING USUCHK RESPONUSU DEPARTUSU
                ENCONTRADOATR.
           MOVE DEPARTUSU TO VALORCHK.
           PERFORM MIRADEPTO.
       FIN-MIRAUSUARIO.
           EXIT.

       MIRADEPTO SECTION.
       MDE.
           IF TOTALAMBD = 0
              GO TO FIN-MIRADEPTO
           END-IF.
           PERFORM VARYING AA FROM 1 BY 1 UNTIL AA > TOTALAMBD
              IF TABLA-AMBD(AA) = VALORCHK AND VALORCHK NOT = SPACES
                 GO TO FIN-MIRADEPTO
              END-IF
           END-PERFORM.
           MOVE 0 TO DENTRO.
           STRING "DEPARTAMENTO FUERA DE AMBITO " VALORCHK
                  DELIMITED BY SIZE
                  INTO RAZONOUT
           END-STRING.
       FIN-MIRADEPTO.
           EXIT.

       MIRAENTIDAD SECTION.
       MEN.
           IF TOTALAMBE = 0
              GO TO FIN-MIRAENTIDAD
           END-IF.
           PERFORM VARYING AA FROM 1 BY 1 UNTIL AA > TOTALAMBE
              IF TABLA-AMBE(AA) = VALORIN AND VALORIN NOT = SPACES
                 GO TO FIN-MIRAENTIDAD
              END-IF
           END-PERFORM.
           MOVE 0 TO DENTRO.
           STRING "ENTIDAD FUERA DE AMBITO " VALORIN
                  DELIMITED BY SIZE
                  INTO RAZONOUT
           END-STRING.
       FIN-MIRAENTIDAD.
           EXIT.
