       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGPARES.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      INFORME DE DESVIOS RESPECTO A LOS PARES: LOS
                      PARES DE UN USUARIO SON LOS QUE COMPARTEN
                      DEPARTAMENTO Y PUESTO EN FSGATR. POR CADA
                      USUARIO SE COMPARAN SUS CONCESIONES VIGENTES
                      DE FSGUR CON LAS DE SU GRUPO Y SE SENALAN LOS
                      ROLES QUE TIENE MENOS DEL PORCENTAJE DE PARES
                      DE LA CLAVE PARESMINORIA DE FSGCFG (POR
                      DEFECTO 20) Y LOS QUE TIENE AL MENOS EL
                      PORCENTAJE DE LA CLAVE PARESMAYORIA (POR
                      DEFECTO 80) Y A EL LE FALTAN. LOS GRUPOS DE
                      MENOS MIEMBROS QUE LA CLAVE PARESMINIMO (POR
                      DEFECTO 3) NO SE COMPARAN. CADA ROLE RARO
                      LLEVA SU JUSTIFICACION DE FSGJUST Y SU ULTIMO
                      USO DE FSGUSO, PARA DISTINGUIR AL ESPECIALISTA
                      DE LA ACUMULACION. SALE POR CONSOLA Y POR EL
                      CARRETE DE INFORMES (PARES).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUR-SEL".
           COPY "FSGATR-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGUR-FD".
           COPY "FSGATR-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGUR                 PIC X(256).
       01 NOMBREFSGATR                PIC X(256).
       01 SIGUE                       PIC 9.
       01 SIGUEATR                    PIC 9.
       01 HOY                         PIC 9(8).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 MINORIA                     PIC 9(3).
       01 MAYORIA                     PIC 9(3).
       01 MINIMOGRUPO                 PIC 9(3).
       01 TABLA-GRU-L.
          05 FILA-GRU OCCURS 300 TIMES.
             10 GR-DEPARTAMENTO       PIC X(16).
             10 GR-PUESTO             PIC X(8).
             10 GR-MIEMBROS           PIC 9(8).
       01 TOTALGRU                    PIC 9(3).
       01 POSGRU                      PIC 9(3).
       01 TABLA-GRR-L.
          05 FILA-GRR OCCURS 2000 TIMES.
             10 GRR-GRUPO             PIC 9(3).
             10 GRR-ROLE              PIC X(64).
             10 GRR-TITULARES         PIC 9(8).
       01 TOTALGRR                    PIC 9(4).
       01 POSGRR                      PIC 9(4).
       01 TABLA-MIS-L.
          05 TABLA-MIS                PIC X(64) OCCURS 200 TIMES.
       01 TOTALMIS                    PIC 9(3).
       01 USUACTUAL                   PIC X(64).
       01 DEPARTACTUAL                PIC X(16).
       01 PUESTOACTUAL                PIC X(8).
       01 ROLEBUSCA                   PIC X(64).
       01 TIENEROLE                   PIC 9.
       01 PORCENTAJE                  PIC 9(3).
       01 TEXTOJUST                   PIC X(64).
       01 SOLICITJUST                 PIC X(15).
       01 TICKETJUST                  PIC X(16).
       01 ENCONTRADOJUST              PIC 9.
       01 ENCONTRADOUSO               PIC 9.
       01 ULTIMOUSO                   PIC 9(8).
       01 USOSTOT                     PIC 9(8).
       01 GG                          PIC 9(3).
       01 MM                          PIC 9(3).
       01 KK                          PIC 9(4).
       01 CNT-RAROS                   PIC 9(8).
       01 CNT-FALTAS                  PIC 9(8).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "PARES".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).

       LINKAGE SECTION.
       01 CONTADORPAR                 PIC 9(8).

       PROCEDURE DIVISION USING CONTADORPAR.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORPAR.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CNT-RAROS.
           MOVE 0 TO CNT-FALTAS.
           MOVE 0 TO TOTALGRU.
           MOVE 0 TO TOTALGRR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE 20 TO MINORIA.
           MOVE "PARESMINORIA" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO MINORIA
           END-IF.
           MOVE 80 TO MAYORIA.
           MOVE "PARESMAYORIA" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO MAYORIA
           END-IF.
           MOVE 3 TO MINIMOGRUPO.
           MOVE "PARESMINIMO" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO MINIMOGRUPO
           END-IF.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
           MOVE "mnu/SG/FSGATR" TO NOMBREFSGATR.
       PROCESOS.
           OPEN INPUT FSGATR.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGPARES NO SE PUDO ABRIR " NOMBREFSGATR
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           OPEN INPUT FSGUR.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGPARES NO SE PUDO ABRIR " NOMBREFSGUR
                      UPON SYSOUT
              CLOSE FSGATR
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM CUENTAGRUPOS.
           PERFORM CUENTATITULARES.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "DESVIOS RESPECTO A LOS PARES (MINORIA < "
                  MINORIA "%  MAYORIA >= " MAYORIA "%)"
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE LOW-VALUES TO CLA OF RSGATR.
           START FSGATR KEY NOT < CLA OF RSGATR INVALID KEY
                 MOVE 0 TO SIGUEATR
                 GO TO FIN-COMPARA
           END-START.
           MOVE 1 TO SIGUEATR.
           PERFORM UNTIL SIGUEATR = 0
              READ FSGATR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUEATR
              END-READ
              IF SIGUEATR = 1
                 PERFORM COMPARAUSUARIO
              END-IF
           END-PERFORM.
       FIN-COMPARA.
           CLOSE FSGUR.
           CLOSE FSGATR.
           COMPUTE CONTADORPAR = CNT-RAROS + CNT-FALTAS.
           MOVE SPACES TO LINEASPOOL.
           STRING "GRUPOS=" TOTALGRU
                  " ROLES RAROS=" CNT-RAROS
                  " ROLES QUE FALTAN=" CNT-FALTAS
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       CUENTAGRUPOS SECTION.
       CGR.
           MOVE 1 TO SIGUEATR.
           PERFORM UNTIL SIGUEATR = 0
              READ FSGATR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUEATR
              END-READ
              IF SIGUEATR = 1
                 MOVE DEPARTAMENTO TO DEPARTACTUAL
                 MOVE PUESTO TO PUESTOACTUAL
                 PERFORM BUSCAGRUPO
                 IF POSGRU > 0
                    ADD 1 TO GR-MIEMBROS(POSGRU)
                 END-IF
              END-IF
           END-PERFORM.
       FIN-CUENTAGRUPOS.
           EXIT.

       CUENTATITULARES SECTION.
       CTI.
           MOVE SPACES TO USUACTUAL.
           MOVE 0 TO POSGRU.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 IF CLA-USUARIO OF RSGUR NOT = USUACTUAL
                    MOVE CLA-USUARIO OF RSGUR TO USUACTUAL
                    PERFORM GRUPODEUSUARIO
                 END-IF
                 IF POSGRU > 0
                    PERFORM MIRAVIGENTE
                    IF TIENEROLE = 1
                       MOVE CLA-ROLE TO ROLEBUSCA
                       PERFORM BUSCATITULAR
                       IF POSGRR > 0
                          ADD 1 TO GRR-TITULARES(POSGRR)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       FIN-CUENTATITULARES.
           EXIT.

       GRUPODEUSUARIO SECTION.
       GDU.
           MOVE 0 TO POSGRU.
           MOVE USUACTUAL TO CLA OF RSGATR.
           READ FSGATR WITH IGNORE LOCK INVALID KEY
                GO TO FIN-GRUPODEUSUARIO
           END-READ.
           MOVE DEPARTAMENTO TO DEPARTACTUAL.
           MOVE PUESTO TO PUESTOACTUAL.
           PERFORM BUSCAGRUPO.
       FIN-GRUPODEUSUARIO.
           EXIT.

       MIRAVIGENTE SECTION.
       MVI.
           MOVE 0 TO TIENEROLE.
           IF ACTIVO = "N" OR EMERGENCIA = "S"
              GO TO FIN-MIRAVIGENTE
           END-IF.
           IF FECHA-DESDE NUMERIC AND FECHA-DESDE > HOY
              GO TO FIN-MIRAVIGENTE
           END-IF.
           IF FECHA-HASTA NUMERIC AND FECHA-HASTA > 0 AND
              FECHA-HASTA < HOY
              GO TO FIN-MIRAVIGENTE
           END-IF.
           MOVE 1 TO TIENEROLE.
       FIN-MIRAVIGENTE.
           EXIT.

       BUSCAGRUPO SECTION.
       BGR.
           MOVE 0 TO POSGRU.
           PERFORM VARYING GG FROM 1 BY 1
                   UNTIL GG > TOTALGRU OR POSGRU > 0
              IF GR-DEPARTAMENTO(GG) = DEPARTACTUAL AND
                 GR-PUESTO(GG) = PUESTOACTUAL
                 MOVE GG TO POSGRU
              END-IF
           END-PERFORM.
           IF POSGRU = 0 AND TOTALGRU < 300
              ADD 1 TO TOTALGRU
              MOVE DEPARTACTUAL TO GR-DEPARTAMENTO(TOTALGRU)
              MOVE PUESTOACTUAL TO GR-PUESTO(TOTALGRU)
              MOVE 0 TO GR-MIEMBROS(TOTALGRU)
              MOVE TOTALGRU TO POSGRU
           END-IF.
       FIN-BUSCAGRUPO.
           EXIT.

       BUSCATITULAR SECTION.
       BTI.
           MOVE 0 TO POSGRR.
           PERFORM VARYING KK FROM 1 BY 1
                   UNTIL KK > TOTALGRR OR POSGRR > 0
              IF GRR-GRUPO(KK) = POSGRU AND GRR-ROLE(KK) = ROLEBUSCA
                 MOVE KK TO POSGRR
              END-IF
           END-PERFORM.
           IF POSGRR = 0 AND TOTALGRR < 2000
              ADD 1 TO TOTALGRR
              MOVE POSGRU TO GRR-GRUPO(TOTALGRR)
              MOVE ROLEBUSCA TO GRR-ROLE(TOTALGRR)
              MOVE 0 TO GRR-TITULARES(TOTALGRR)
              MOVE TOTALGRR TO POSGRR
           END-IF.
       FIN-BUSCATITULAR.
           EXIT.

       COMPARAUSUARIO SECTION.
       CUS.
           MOVE CLA OF RSGATR TO USUACTUAL.
           MOVE DEPARTAMENTO TO DEPARTACTUAL.
           MOVE PUESTO TO PUESTOACTUAL.
           PERFORM BUSCAGRUPO.
           IF POSGRU = 0
              GO TO FIN-COMPARAUSUARIO
           END-IF.
           IF GR-MIEMBROS(POSGRU) < MINIMOGRUPO
              GO TO FIN-COMPARAUSUARIO
           END-IF.
           MOVE 0 TO TOTALMIS.
           MOVE USUACTUAL TO CLA-USUARIO OF RSGUR.
           MOVE LOW-VALUES TO CLA-ROLE.
           MOVE 1 TO SIGUE.
           START FSGUR KEY NOT < CLA OF RSGUR INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 IF CLA-USUARIO OF RSGUR NOT = USUACTUAL
                    MOVE 0 TO SIGUE
                 ELSE
                    PERFORM MIRAVIGENTE
                    IF TIENEROLE = 1 AND TOTALMIS < 200
                       ADD 1 TO TOTALMIS
                       MOVE CLA-ROLE TO TABLA-MIS(TOTALMIS)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING MM FROM 1 BY 1 UNTIL MM > TOTALMIS
              MOVE TABLA-MIS(MM) TO ROLEBUSCA
              PERFORM BUSCATITULAR
              IF POSGRR > 0
                 COMPUTE PORCENTAJE = GRR-TITULARES(POSGRR) * 100
                                    / GR-MIEMBROS(POSGRU)
                 IF PORCENTAJE < MINORIA
                    PERFORM LINEARARO
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > TOTALGRR
              IF GRR-GRUPO(KK) = POSGRU
                 COMPUTE PORCENTAJE = GRR-TITULARES(KK) * 100
                                    / GR-MIEMBROS(POSGRU)
                 IF PORCENTAJE NOT < MAYORIA
                    MOVE GRR-ROLE(KK) TO ROLEBUSCA
                    PERFORM MIRASITIENE
                    IF TIENEROLE = 0
                       PERFORM LINEAFALTA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       FIN-COMPARAUSUARIO.
           EXIT.

       MIRASITIENE SECTION.
       MST.
           MOVE 0 TO TIENEROLE.
           PERFORM VARYING MM FROM 1 BY 1
                   UNTIL MM > TOTALMIS OR TIENEROLE = 1
              IF TABLA-MIS(MM) = ROLEBUSCA
                 MOVE 1 TO TIENEROLE
              END-IF
           END-PERFORM.
       FIN-MIRASITIENE.
           EXIT.

       LINEARARO SECTION.
       LRA.
           ADD 1 TO CNT-RAROS.
           CALL "SRGETJUST" USING USUACTUAL ROLEBUSCA TEXTOJUST
                SOLICITJUST TICKETJUST ENCONTRADOJUST.
           IF ENCONTRADOJUST = 0
              MOVE "SIN JUSTIFICACION" TO TEXTOJUST
           END-IF.
           CALL "SRGETUSO" USING USUACTUAL ROLEBUSCA
                ENCONTRADOUSO ULTIMOUSO USOSTOT.
           IF ENCONTRADOUSO = 0
              MOVE 0 TO ULTIMOUSO
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "RARO   USUARIO=" USUACTUAL(1:20)
                  " DEP=" DEPARTACTUAL
                  " PUESTO=" PUESTOACTUAL
                  " ROLE=" ROLEBUSCA(1:20)
                  " PARES%=" PORCENTAJE
                  " ULTIMO USO=" ULTIMOUSO
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE SPACES TO LINEASPOOL.
           STRING "       JUSTIFICACION=" TEXTOJUST
                  " TICKET=" TICKETJUST
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-LINEARARO.
           EXIT.

       LINEAFALTA SECTION.
       LFA.
           ADD 1 TO CNT-FALTAS.
           MOVE SPACES TO LINEASPOOL.
           STRING "FALTA  USUARIO=" USUACTUAL(1:20)
                  " DEP=" DEPARTACTUAL
                  " PUESTO=" PUESTOACTUAL
                  " ROLE=" ROLEBUSCA(1:20)
                  " PARES%=" PORCENTAJE
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-LINEAFALTA.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
