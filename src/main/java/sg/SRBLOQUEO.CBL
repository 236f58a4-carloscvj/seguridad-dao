       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRBLOQUEO.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      BLOQUEO MASIVO POR INCIDENTE: CONGELA DE UNA VEZ
                      (SRCONGELA ACCION "B") A TODOS LOS USUARIOS DE UN
                      ALCANCE CON UNA REFERENCIA DE CASO, Y LOS LIBERA
                      COMO UNIDAD (ACCION "L"). EL ALCANCE ES "D" UN
                      DEPARTAMENTO DE FSGATR, "E" UNA ENTIDAD DE
                      FSGUSU, "R" LOS TITULARES ACTIVOS DE UN ROLE EN
                      FSGUR, O "N" TODO USUARIO QUE ALCANZA EL SUBARBOL
                      DE UN NODO: CON ALGUN ROLE ACTIVO QUE ALCANZA EL
                      NODO (SRALCANCE, CON HERENCIA Y COMPOSICION) O
                      QUE TIENE CONCEDIDO ALGUN DESCENDIENTE SUYO
                      (SRNODOSGRANT MAS LA CADENA DE PADRES). CADA
                      BLOQUEO QUEDA EN FSGBLOQ CON SU ALCANCE, QUIEN,
                      CUANDO, LA VIA ("P" APROBADO EN LA COLA DE CUATRO
                      OJOS, "F" BAJO FIRECALL), EL NUMERO DE USUARIOS
                      CONGELADOS Y LA LIBERACION, TODO CON TRAZA. LAS
                      CONCESIONES NO SE TOCAN. UN USUARIO QUE YA
                      ESTABA CONGELADO SIGUE CON SU PROPIA CONGELACION
                      Y NO CUENTA. RESULTADO 0 BIEN, 1 EL CASO YA
                      EXISTE (AL BLOQUEAR) O NO HAY BLOQUEO ACTIVO CON
                      ESE CASO (AL LIBERAR), 2 ERROR, 3 ALCANCE O CASO
                      NO VALIDOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGBLOQ-SEL".
           COPY "FSGUSU-SEL".
           COPY "FSGATR-SEL".
           COPY "FSGUR-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGBLOQ-FD".
           COPY "FSGUSU-FD".
           COPY "FSGATR-FD".
           COPY "FSGUR-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 NOMBREFSGBLOQ               PIC X(256).
       01 NOMBREFSGUSU                PIC X(256).
       01 NOMBREFSGATR                PIC X(256).
       01 NOMBREFSGUR                 PIC X(256).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 SIGUE                       PIC 9.
       01 ACCIONCONG                  PIC X(1).
       01 USUCONG                     PIC X(64).
       01 RESULTADOCONG               PIC 9.
       01 ROLEEVAL                    PIC X(64).
       01 DENTRO                      PIC 9.
       01 ALCANZA                     PIC 9.
       01 NIVELALC                    PIC X(1).
       01 TABLA-GRANT-L.
          05 TABLA-GRANT              PIC X(64) OCCURS 100 TIMES.
       01 TABLA-NIVEL-L.
          05 TABLA-NIVEL              PIC X(1) OCCURS 100 TIMES.
       01 TOTALGRANT                  PIC 9(3).
       01 GG                          PIC 9(3).
       01 NODOACTUAL                  PIC X(64).
       01 PADRE                       PIC X(64).
       01 ENCONTRADOPADRE             PIC 9.
       01 VUELTAS                     PIC 9(3).
       01 TABLA-RCACHE-L.
          05 FILA-RCACHE OCCURS 500 TIMES.
             10 RC-ROLE               PIC X(64).
             10 RC-DENTRO             PIC 9.
       01 TOTALRCACHE                 PIC 9(3).
       01 RR                          PIC 9(3).
       01 QQ                          PIC 9(3).

       LINKAGE SECTION.
       01 ACCION                      PIC X(1).
       01 CASOIN                      PIC X(16).
       01 TIPOIN                      PIC X(1).
       01 VALORIN                     PIC X(64).
       01 VIAIN                       PIC X(1).
       01 CONTADOR                    PIC 9(6).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING ACCION CASOIN TIPOIN VALORIN VIAIN
                 CONTADOR RESULTADO.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO RESULTADO.
           MOVE 0 TO CONTADOR.
           MOVE 0 TO TOTALRCACHE.
           MOVE "mnu/SG/FSGBLOQ" TO NOMBREFSGBLOQ.
           MOVE "mnu/SG/FSGUSU" TO NOMBREFSGUSU.
           MOVE "mnu/SG/FSGATR" TO NOMBREFSGATR.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
       PROCESOS.
           IF CASOIN = SPACES OR LOW-VALUES
              MOVE 3 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           IF ACCION = "B" AND
              ((TIPOIN NOT = "D" AND NOT = "E" AND NOT = "R" AND
                NOT = "N") OR VALORIN = SPACES)
              MOVE 3 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           OPEN I-O FSGBLOQ.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGBLOQ
              OPEN OUTPUT FSGBLOQ
              CLOSE FSGBLOQ
              OPEN I-O FSGBLOQ
           END-IF.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           EVALUATE ACCION
              WHEN "B" PERFORM BLOQUEA
              WHEN "L" PERFORM LIBERA
              WHEN OTHER MOVE 3 TO RESULTADO
           END-EVALUATE.
           CLOSE FSGBLOQ.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       BLOQUEA SECTION.
       BLO.
           MOVE CASOIN TO CLA OF RSGBLOQ.
           READ FSGBLOQ WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0"
              MOVE 1 TO RESULTADO
              GO TO FIN-BLOQUEA
           END-IF.
           INITIALIZE RSGBLOQ.
           MOVE CASOIN TO CLA OF RSGBLOQ.
           MOVE TIPOIN TO ALCANCE-TIPO.
           MOVE VALORIN TO ALCANCE-VALOR.
           MOVE "A" TO ESTADO.
           MOVE VIAIN TO VIA.
           MOVE USUARIO TO BLOQ-POR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-BLOQ.
           MOVE FUNCTION CURRENT-DATE(9:6) TO HORA-BLOQ.
           WRITE RSGBLOQ INVALID KEY
                 MOVE 1 TO RESULTADO
                 GO TO FIN-BLOQUEA.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-BLOQUEA
           END-IF.
           MOVE "A" TO ABM.
           MOVE RSGBLOQ TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGBLOQ ABM REGISTRO.
           EVALUATE TIPOIN
              WHEN "D" PERFORM PORDEPARTAMENTO
              WHEN "E" PERFORM PORENTIDAD
              WHEN "R" PERFORM PORROLE
              WHEN "N" PERFORM PORNODO
           END-EVALUATE.
           MOVE CASOIN TO CLA OF RSGBLOQ.
           READ FSGBLOQ INVALID KEY
                MOVE 2 TO RESULTADO
                GO TO FIN-BLOQUEA.
           MOVE CONTADOR TO USUARIOS.
           REWRITE RSGBLOQ INVALID KEY
                   MOVE 2 TO RESULTADO
                   GO TO FIN-BLOQUEA.
           MOVE "M" TO ABM.
           MOVE RSGBLOQ TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGBLOQ ABM REGISTRO.
       FIN-BLOQUEA.
           EXIT.

       LIBERA SECTION.
       LIB.
           MOVE CASOIN TO CLA OF RSGBLOQ.
           READ FSGBLOQ INVALID KEY
                MOVE 1 TO RESULTADO
                GO TO FIN-LIBERA.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-LIBERA
           END-IF.
           IF ESTADO NOT = "A"
              MOVE 1 TO RESULTADO
              GO TO FIN-LIBERA
           END-IF.
           MOVE "L" TO ACCIONCONG.
           MOVE SPACES TO USUCONG.
           CALL "SRCONGELA" USING ACCIONCONG USUCONG CASOIN
                RESULTADOCONG.
           IF RESULTADOCONG NOT = 0
              MOVE 2 TO RESULTADO
              GO TO FIN-LIBERA
           END-IF.
           MOVE USUARIOS TO CONTADOR.
           MOVE "L" TO ESTADO.
           MOVE USUARIO TO LIBERA-POR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-LIBERA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO HORA-LIBERA.
           REWRITE RSGBLOQ INVALID KEY
                   MOVE 2 TO RESULTADO
                   GO TO FIN-LIBERA.
           MOVE "M" TO ABM.
           MOVE RSGBLOQ TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGBLOQ ABM REGISTRO.
       FIN-LIBERA.
           EXIT.

       PORDEPARTAMENTO SECTION.
       PDE.
           OPEN INPUT FSGATR.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PORDEPARTAMENTO
           END-IF.
           MOVE VALORIN(1:16) TO DEPARTAMENTO.
           MOVE 1 TO SIGUE.
           START FSGATR KEY = DEPARTAMENTO INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGATR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND DEPARTAMENTO NOT = VALORIN(1:16)
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1
                 MOVE CLA OF RSGATR TO USUCONG
                 PERFORM CONGELAUNO
              END-IF
           END-PERFORM.
           CLOSE FSGATR.
       FIN-PORDEPARTAMENTO.
           EXIT.

       PORENTIDAD SECTION.
       PEN.
           OPEN INPUT FSGUSU.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PORENTIDAD
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUSU NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ENTIDAD OF RSGUSU = VALORIN(1:4)
                 MOVE CLA OF RSGUSU TO USUCONG
                 PERFORM CONGELAUNO
              END-IF
           END-PERFORM.
           CLOSE FSGUSU.
       FIN-PORENTIDAD.
           EXIT.

       PORROLE SECTION.
       PRO.
           OPEN INPUT FSGUR.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PORROLE
           END-IF.
           MOVE VALORIN TO CLA-ROLE.
           MOVE 1 TO SIGUE.
           START FSGUR KEY = CLA-ROLE INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CLA-ROLE NOT = VALORIN
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1 AND ACTIVO OF RSGUR = "S"
                 MOVE CLA-USUARIO TO USUCONG
                 PERFORM CONGELAUNO
              END-IF
           END-PERFORM.
           CLOSE FSGUR.
       FIN-PORROLE.
           EXIT.

       PORNODO SECTION.
       PNO.
           OPEN INPUT FSGUR.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PORNODO
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ACTIVO OF RSGUR = "S"
                 MOVE CLA-ROLE TO ROLEEVAL
                 PERFORM MIRAROLE
                 IF DENTRO = 1
                    MOVE CLA-USUARIO TO USUCONG
                    PERFORM CONGELAUNO
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGUR.
       FIN-PORNODO.
           EXIT.

       MIRAROLE SECTION.
       MRO.
           MOVE 0 TO QQ.
           PERFORM VARYING RR FROM 1 BY 1
                   UNTIL RR > TOTALRCACHE OR QQ > 0
              IF RC-ROLE(RR) = ROLEEVAL
                 MOVE RR TO QQ
              END-IF
           END-PERFORM.
           IF QQ > 0
              MOVE RC-DENTRO(QQ) TO DENTRO
              GO TO FIN-MIRAROLE
           END-IF.
           MOVE 0 TO DENTRO.
           CALL "SRALCANCE" USING VALORIN ROLEEVAL ALCANZA NIVELALC.
           IF ALCANZA = 1
              MOVE 1 TO DENTRO
           ELSE
              CALL "SRNODOSGRANT" USING ROLEEVAL TABLA-GRANT-L
                   TABLA-NIVEL-L TOTALGRANT
              PERFORM VARYING GG FROM 1 BY 1
                      UNTIL GG > TOTALGRANT OR DENTRO = 1
                 MOVE TABLA-GRANT(GG) TO NODOACTUAL
                 PERFORM SUBENODO
              END-PERFORM
           END-IF.
           IF TOTALRCACHE < 500
              ADD 1 TO TOTALRCACHE
              MOVE ROLEEVAL TO RC-ROLE(TOTALRCACHE)
              MOVE DENTRO TO RC-DENTRO(TOTALRCACHE)
           END-IF.
       FIN-MIRAROLE.
           EXIT.

       SUBENODO SECTION.
       SUB.
           MOVE 0 TO VUELTAS.
           PERFORM UNTIL NODOACTUAL = SPACES OR DENTRO = 1
                      OR VUELTAS > 64
              ADD 1 TO VUELTAS
              IF NODOACTUAL = VALORIN
                 MOVE 1 TO DENTRO
              ELSE
                 CALL "SRGETPADRE" USING NODOACTUAL PADRE
                      ENCONTRADOPADRE
                 IF ENCONTRADOPADRE = 0 OR PADRE = NODOACTUAL
                    MOVE SPACES TO NODOACTUAL
                 ELSE
                    MOVE PADRE TO NODOACTUAL
                 END-IF
              END-IF
           END-PERFORM.
       FIN-SUBENODO.
           EXIT.

       CONGELAUNO SECTION.
       CUN.
           IF USUCONG = SPACES
              GO TO FIN-CONGELAUNO
           END-IF.
           MOVE "B" TO ACCIONCONG.
           CALL "SRCONGELA" USING ACCIONCONG USUCONG CASOIN
                RESULTADOCONG.
           IF RESULTADOCONG = 0
              ADD 1 TO CONTADOR
           END-IF.
       FIN-CONGELAUNO.
           EXIT.
