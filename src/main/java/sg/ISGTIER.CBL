       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGTIER.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      INFORME DE MIGRACION DE ROLES TECNICOS (CARRETE
                      TIER): LISTA CADA CONCESION DIRECTA VIGENTE EN
                      FSGUR DE UN ROLE TECNICO (TIPO-ROLE "T" EN
                      FSGROLE) CON SU SITUACION: CUENTA TECNICA
                      (PERMITIDA), CON EXCEPCION VIGENTE EN FSGWAIV
                      ("*DIRECTO", SRCHKTIER) O A MIGRAR. DEBAJO DE
                      CADA UNA VAN LOS ROLES DE NEGOCIO QUE YA LA
                      CUBREN POR COMPOSICION EN FSGRC (SUBIENDO POR
                      TODOS LOS NIVELES DE INCLUSION), QUE SON LOS QUE
                      HAY QUE CONCEDER ANTES DE RETIRAR LA DIRECTA. NO
                      CAMBIA NADA; CONTADOR DEVUELVE LAS CONCESIONES A
                      MIGRAR.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUR-SEL".
           COPY "FSGRC-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGUR-FD".
           COPY "FSGRC-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGUR                 PIC X(256).
       01 NOMBREFSGRC                 PIC X(256).
       01 SIGUE                       PIC 9.
       01 SIGUERC                     PIC 9.
       01 HOY                         PIC 9(8).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "TIER".
       01 LINEASPOOL                  PIC X(132).
       01 USUACTUAL                   PIC X(64).
       01 ROLEGRANT                   PIC X(64).
       01 TIPOROLE                    PIC X(1).
       01 TIPOCUENTA                  PIC X(1).
       01 ENCONTRADO                  PIC 9.
       01 MARCADIRECTO                PIC X(64) VALUE "*DIRECTO".
       01 VIGENTE                     PIC 9.
       01 SITUACION                   PIC X(16).
       01 PADRES-L.
          05 PADRES                   PIC X(64) OCCURS 64 TIMES.
       01 TOTALPADRES                 PIC 9(3).
       01 PROCESANDO                  PIC 9(3).
       01 ROLEACTUAL                  PIC X(64).
       01 CANDIDATO                   PIC X(64).
       01 YAVISTO                     PIC 9.
       01 CUBIERTAS                   PIC 9(3).
       01 JJ                          PIC 9(3).
       01 PP                          PIC 9(3).
       01 CNT-TECNICAS                PIC 9(8).
       01 CNT-CUENTATEC               PIC 9(8).
       01 CNT-EXCEPCION               PIC 9(8).
       01 CNT-SINCUBRIR               PIC 9(8).

       LINKAGE SECTION.
       01 CONTADOR                    PIC 9(8).

       PROCEDURE DIVISION USING CONTADOR.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADOR.
           MOVE 0 TO CNT-TECNICAS.
           MOVE 0 TO CNT-CUENTATEC.
           MOVE 0 TO CNT-EXCEPCION.
           MOVE 0 TO CNT-SINCUBRIR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
           MOVE "mnu/SG/FSGRC" TO NOMBREFSGRC.
       PROCESOS.
           OPEN INPUT FSGUR.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGTIER NO SE PUDO ABRIR " NOMBREFSGUR
                      UPON SYSOUT
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           OPEN INPUT FSGRC.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE "CONCESIONES DIRECTAS DE ROLES TECNICOS" TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ACTIVO OF RSGUR NOT = "N" AND
                 (FECHA-HASTA = 0 OR FECHA-HASTA NOT < HOY)
                 PERFORM MIRACONCESION
              END-IF
           END-PERFORM.
           MOVE SPACES TO LINEASPOOL.
           STRING "TECNICAS DIRECTAS=" CNT-TECNICAS
                  " CUENTA TECNICA=" CNT-CUENTATEC
                  " EXCEPCION=" CNT-EXCEPCION
                  " A MIGRAR=" CONTADOR
                  " SIN ROLE DE NEGOCIO=" CNT-SINCUBRIR
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           CLOSE FSGRC.
           CLOSE FSGUR.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       MIRACONCESION SECTION.
       MCO.
           MOVE CLA-ROLE TO ROLEGRANT.
           CALL "SRTIPOROLE" USING ROLEGRANT TIPOROLE ENCONTRADO.
           IF TIPOROLE NOT = "T"
              GO TO FIN-MIRACONCESION
           END-IF.
           ADD 1 TO CNT-TECNICAS.
           MOVE CLA-USUARIO TO USUACTUAL.
           CALL "SRGETTIPO" USING USUACTUAL TIPOCUENTA ENCONTRADO.
           IF TIPOCUENTA = "T"
              ADD 1 TO CNT-CUENTATEC
              MOVE "CUENTA TECNICA" TO SITUACION
           ELSE
              CALL "SRCHKWAIV" USING USUACTUAL ROLEGRANT MARCADIRECTO
                   VIGENTE
              IF VIGENTE = 1
                 ADD 1 TO CNT-EXCEPCION
                 MOVE "EXCEPCION" TO SITUACION
              ELSE
                 ADD 1 TO CONTADOR
                 MOVE "A MIGRAR" TO SITUACION
              END-IF
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING USUACTUAL(1:32) " " ROLEGRANT(1:48) " "
                  SITUACION
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           PERFORM CARGAPADRES.
           MOVE 0 TO CUBIERTAS.
           PERFORM VARYING PP FROM 2 BY 1 UNTIL PP > TOTALPADRES
              CALL "SRTIPOROLE" USING PADRES(PP) TIPOROLE ENCONTRADO
              IF TIPOROLE = "N"
                 ADD 1 TO CUBIERTAS
                 MOVE SPACES TO LINEASPOOL
                 STRING "    CUBIERTO POR " PADRES(PP)(1:64)
                        DELIMITED BY SIZE
                        INTO LINEASPOOL
                 END-STRING
                 PERFORM ESCUPELINEA
              END-IF
           END-PERFORM.
           IF CUBIERTAS = 0
              IF SITUACION = "A MIGRAR"
                 ADD 1 TO CNT-SINCUBRIR
              END-IF
              MOVE "    SIN ROLE DE NEGOCIO QUE LO INCLUYA"
                   TO LINEASPOOL
              PERFORM ESCUPELINEA
           END-IF.
       FIN-MIRACONCESION.
           EXIT.

       CARGAPADRES SECTION.
       CPA.
           MOVE SPACES TO PADRES-L.
           MOVE ROLEGRANT TO PADRES(1).
           MOVE 1 TO TOTALPADRES.
           MOVE 1 TO PROCESANDO.
       FRONTERA.
           IF PROCESANDO > TOTALPADRES
              GO TO FIN-CARGAPADRES
           END-IF.
           MOVE PADRES(PROCESANDO) TO ROLEACTUAL.
           MOVE ROLEACTUAL TO CLA-ROLEINCL.
           MOVE 1 TO SIGUERC.
           START FSGRC KEY NOT < CLA-ROLEINCL INVALID KEY
                 MOVE 0 TO SIGUERC
           END-START.
           PERFORM UNTIL SIGUERC = 0
              READ FSGRC NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUERC
              END-READ
              IF SIGUERC = 1
                 IF CLA-ROLEINCL NOT = ROLEACTUAL
                    MOVE 0 TO SIGUERC
                 ELSE
                    IF ACTIVO OF RSGRC NOT = "N" AND TOTALPADRES < 64
                       MOVE CLA-ROLEBASE TO CANDIDATO
                       PERFORM VERIFICAVISTO
                       IF YAVISTO = 0
                          ADD 1 TO TOTALPADRES
                          MOVE CANDIDATO TO PADRES(TOTALPADRES)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           ADD 1 TO PROCESANDO.
           GO TO FRONTERA.
       FIN-CARGAPADRES.
           EXIT.

       VERIFICAVISTO SECTION.
       VV.
           MOVE 0 TO YAVISTO.
           PERFORM VARYING JJ FROM 1 BY 1 UNTIL JJ > TOTALPADRES
                            OR YAVISTO = 1
              IF PADRES(JJ) = CANDIDATO
                 MOVE 1 TO YAVISTO
              END-IF
           END-PERFORM.
       FIN-VERIFICAVISTO.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-ESCUPELINEA.
           EXIT.
