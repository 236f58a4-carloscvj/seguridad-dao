       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGINTERES.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      INFORME NOCTURNO DE CONFLICTOS DE INTERESES
                      (CARRETE INTERES) QUE SE HAYAN COLADO POR LOTE O
                      POR CUALQUIER OTRO CAMINO, CON LA MISMA REGLA
                      COMPARTIDA DE SRCHKINTERES: CONCESIONES VIVAS DE
                      FSGUR GRABADAS O MODIFICADAS (MODPOR) POR EL
                      PROPIO TITULAR O POR UN SUBORDINADO SUYO (SIN
                      CONTAR LAS DE EMERGENCIA NI LAS ELEGIBLES, QUE
                      ACTIVA EL TITULAR), ALTAS DE FSGUR APROBADAS EN
                      FSGPEND Y DECISIONES DE RECERTIFICACION EN
                      FSGCERT TOMADAS CON CONFLICTO (PROPIA, DE UN
                      SUPERIOR O PEDIDA POR QUIEN DECIDE). LAS
                      APROBACIONES Y DECISIONES SE MIRAN DE LOS ULTIMOS
                      DIAS DE LA CLAVE INTERESDIAS DE FSGCFG (7 SI NO
                      EXISTE). NO CAMBIA NADA; CONTADOR DEVUELVE LOS
                      CONFLICTOS ENCONTRADOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUR-SEL".
           COPY "FSGPEND-SEL".
           COPY "FSGCERT-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGUR-FD".
           COPY "FSGPEND-FD".
           COPY "FSGCERT-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGUR                 PIC X(256).
       01 NOMBREFSGPEND               PIC X(256).
       01 NOMBREFSGCERT               PIC X(256).
       01 SIGUE                       PIC 9.
       01 HOY                         PIC 9(8).
       01 DESDE                       PIC 9(8).
       01 DIAS                        PIC 9(3).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "INTERES".
       01 LINEASPOOL                  PIC X(132).
       01 TIPOACTO                    PIC X(1).
       01 ACTOR                       PIC X(15).
       01 AFECTADO                    PIC X(64).
       01 ROLEAFECTADO                PIC X(64).
       01 CONFLICTOINT                PIC 9.
       01 RAZONINT                    PIC X(40).
       01 ORIGEN                      PIC X(8).
       01 CNT-FSGUR                   PIC 9(8).
       01 CNT-FSGPEND                 PIC 9(8).
       01 CNT-FSGCERT                 PIC 9(8).

       LINKAGE SECTION.
       01 CONTADOR                    PIC 9(8).

       PROCEDURE DIVISION USING CONTADOR.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADOR.
           MOVE 0 TO CNT-FSGUR.
           MOVE 0 TO CNT-FSGPEND.
           MOVE 0 TO CNT-FSGCERT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE 7 TO DIAS.
           MOVE "INTERESDIAS" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO DIAS
           END-IF.
           COMPUTE DESDE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(HOY) - DIAS).
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
           MOVE "mnu/SG/FSGPEND" TO NOMBREFSGPEND.
           MOVE "mnu/SG/FSGCERT" TO NOMBREFSGCERT.
       PROCESOS.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "CONFLICTOS DE INTERESES; DECISIONES DESDE " DESDE
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           PERFORM REVISAFSGUR.
           PERFORM REVISAFSGPEND.
           PERFORM REVISAFSGCERT.
           MOVE SPACES TO LINEASPOOL.
           STRING "CONFLICTOS FSGUR=" CNT-FSGUR
                  " FSGPEND=" CNT-FSGPEND
                  " FSGCERT=" CNT-FSGCERT
                  " TOTAL=" CONTADOR
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

       REVISAFSGUR SECTION.
       RUR.
           OPEN INPUT FSGUR.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGINTERES NO SE PUDO ABRIR " NOMBREFSGUR
                      UPON SYSOUT
              MOVE 8 TO RETURN-CODE
              GO TO FIN-REVISAFSGUR
           END-IF.
           MOVE "FSGUR" TO ORIGEN.
           MOVE "G" TO TIPOACTO.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ACTIVO NOT = "N" AND
                 EMERGENCIA NOT = "S" AND ELEGIBLE NOT = "S" AND
                 (FECHA-HASTA = 0 OR FECHA-HASTA NOT < HOY)
                 MOVE MODPOR TO ACTOR
                 MOVE CLA-USUARIO OF RSGUR TO AFECTADO
                 MOVE CLA-ROLE OF RSGUR TO ROLEAFECTADO
                 PERFORM MIRACONFLICTO
                 IF CONFLICTOINT NOT = 0
                    ADD 1 TO CNT-FSGUR
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGUR.
       FIN-REVISAFSGUR.
           EXIT.

       REVISAFSGPEND SECTION.
       RPE.
           OPEN INPUT FSGPEND.
           IF ERROR-1 NOT = "0"
              GO TO FIN-REVISAFSGPEND
           END-IF.
           MOVE "FSGPEND" TO ORIGEN.
           MOVE "A" TO TIPOACTO.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGPEND NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ESTADO-PED = "A" AND
                 SERVIDOR-PED = "FSGUR" AND OPER-PED = "WRI" AND
                 APROB-FECHA NUMERIC AND APROB-FECHA NOT < DESDE
                 MOVE APROBADOR TO ACTOR
                 MOVE REGISTRO-PED(1:64) TO AFECTADO
                 MOVE REGISTRO-PED(65:64) TO ROLEAFECTADO
                 PERFORM MIRACONFLICTO
                 IF CONFLICTOINT NOT = 0
                    ADD 1 TO CNT-FSGPEND
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGPEND.
       FIN-REVISAFSGPEND.
           EXIT.

       REVISAFSGCERT SECTION.
       RCE.
           OPEN INPUT FSGCERT.
           IF ERROR-1 NOT = "0"
              GO TO FIN-REVISAFSGCERT
           END-IF.
           MOVE "FSGCERT" TO ORIGEN.
           MOVE "A" TO TIPOACTO.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGCERT NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND (ESTADO-CERT = "A" OR "R") AND
                 DECISION-FECHA NUMERIC AND DECISION-FECHA NOT < DESDE
                 MOVE DECIDIDO-POR TO ACTOR
                 MOVE CLA-USUARIO OF RSGCERT TO AFECTADO
                 MOVE CLA-ROLE OF RSGCERT TO ROLEAFECTADO
                 PERFORM MIRACONFLICTO
                 IF CONFLICTOINT NOT = 0
                    ADD 1 TO CNT-FSGCERT
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGCERT.
       FIN-REVISAFSGCERT.
           EXIT.

       MIRACONFLICTO SECTION.
       MCO.
           CALL "SRCHKINTERES" USING TIPOACTO ACTOR AFECTADO
                ROLEAFECTADO CONFLICTOINT RAZONINT.
           IF CONFLICTOINT = 0
              GO TO FIN-MIRACONFLICTO
           END-IF.
           ADD 1 TO CONTADOR.
           MOVE SPACES TO LINEASPOOL.
           STRING ORIGEN " " ACTOR " " AFECTADO(1:24) " "
                  ROLEAFECTADO(1:32) " " RAZONINT
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-MIRACONFLICTO.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-ESCUPELINEA.
           EXIT.
