       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGCUSTODIA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      VIGILANCIA NOCTURNA DE LAS CUENTAS TECNICAS
                      (TIPO-CUENTA "T" DE FSGUSU), QUE NO ENTRAN EN
                      LAS CAMPANAS DE ISGCERTGEN: CADA UNA DEBE
                      TENER EN FSGDUENO (TIPO CUENTA) UN CUSTODIO
                      PERSONA, UN ADJUNTO Y UN PERIODO DE ROTACION
                      DE CLAVE. SE SENALAN LAS CUENTAS SIN CUSTODIO,
                      LAS DE CUSTODIO INACTIVO O PENDIENTES DE
                      REASIGNAR (LISTA QUE LLENA SRCUSTBAJA CUANDO
                      ISGRRHH DA DE BAJA AL CUSTODIO) Y LAS CUYA
                      FECHA-CAMBIO DE FSGCRED ES MAS VIEJA QUE EL
                      PERIODO (DIAS-ROTACION DE LA FILA O, SI VALE
                      CERO, LA CLAVE CUSTODIAROTADIAS DE FSGCFG, POR
                      DEFECTO 90). CADA CLAVE SIN ROTAR SE AVISA AL
                      CUSTODIO POR SRAVISO. SALE POR CONSOLA Y POR EL
                      CARRETE DE INFORMES (CUSTODIA); RETURN-CODE 4
                      SI HAY ALGO SENALADO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUSU-SEL".
           COPY "FSGDUENO-SEL".
           COPY "FSGCRED-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGUSU-FD".
           COPY "FSGDUENO-FD".
           COPY "FSGCRED-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGUSU                PIC X(256).
       01 NOMBREFSGDUENO              PIC X(256).
       01 NOMBREFSGCRED               PIC X(256).
       01 SIGUE                       PIC 9.
       01 HOY                         PIC 9(8).
       01 HOYENTERO                   PIC 9(7).
       01 CAMBIOENTERO                PIC 9(7).
       01 DIASROTA                    PIC 9(4).
       01 DIASDEFECTO                 PIC 9(4).
       01 DIASCLAVE                   PIC 9(7).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 CUENTACODE                  PIC X(64).
       01 CUSTODIO                    PIC X(64).
       01 ADJUNTO                     PIC X(64).
       01 PORREASIGNAR                PIC X(1).
       01 HAYCUSTODIA                 PIC 9.
       01 ACTIVOCUS                   PIC X.
       01 ORIGENAVISO                 PIC X(8) VALUE "ISGCUSTO".
       01 SEVERIDAD                   PIC X(1) VALUE "W".
       01 TEXTOAVISO                  PIC X(128).
       01 RESULTADOAVI                PIC 9.
       01 CNT-TECNICAS                PIC 9(8).
       01 CNT-SINCUSTODIO             PIC 9(8).
       01 CNT-REASIGNAR               PIC 9(8).
       01 CNT-SINROTAR                PIC 9(8).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "CUSTODIA".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).

       LINKAGE SECTION.
       01 CONTADORCUS                 PIC 9(8).

       PROCEDURE DIVISION USING CONTADORCUS.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORCUS.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CNT-TECNICAS.
           MOVE 0 TO CNT-SINCUSTODIO.
           MOVE 0 TO CNT-REASIGNAR.
           MOVE 0 TO CNT-SINROTAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           COMPUTE HOYENTERO = FUNCTION INTEGER-OF-DATE(HOY).
           MOVE 90 TO DIASDEFECTO.
           MOVE "CUSTODIAROTADIAS" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:4) NUMERIC
              MOVE VALORCFG(1:4) TO DIASDEFECTO
           END-IF.
           MOVE "mnu/SG/FSGUSU" TO NOMBREFSGUSU.
           MOVE "mnu/SG/FSGDUENO" TO NOMBREFSGDUENO.
           MOVE "mnu/SG/FSGCRED" TO NOMBREFSGCRED.
       PROCESOS.
           OPEN INPUT FSGUSU.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGCUSTODIA NO SE PUDO ABRIR " NOMBREFSGUSU
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           OPEN INPUT FSGDUENO.
           OPEN INPUT FSGCRED.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE "CUSTODIA DE CUENTAS TECNICAS:" TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUSU NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND TIPO-CUENTA = "T" AND
                 ACTIVO NOT = "N"
                 ADD 1 TO CNT-TECNICAS
                 PERFORM TRATACUENTA
              END-IF
           END-PERFORM.
           PERFORM LISTAREASIGNAR.
           CLOSE FSGCRED.
           CLOSE FSGDUENO.
           CLOSE FSGUSU.
           MOVE SPACES TO LINEASPOOL.
           STRING "TOTALES: TECNICAS=" CNT-TECNICAS
                  " SIN CUSTODIO=" CNT-SINCUSTODIO
                  " A REASIGNAR=" CNT-REASIGNAR
                  " CLAVE SIN ROTAR=" CNT-SINROTAR
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           COMPUTE CONTADORCUS = CNT-SINCUSTODIO + CNT-REASIGNAR +
                   CNT-SINROTAR.
           IF CONTADORCUS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       TRATACUENTA SECTION.
       TCU.
           MOVE CLA OF RSGUSU TO CUENTACODE.
           MOVE 0 TO HAYCUSTODIA.
           MOVE SPACES TO CUSTODIO ADJUNTO PORREASIGNAR.
           MOVE 0 TO DIASROTA.
           MOVE "CUENTA" TO CLA-TIPO.
           MOVE CUENTACODE TO CLA-OBJETO.
           READ FSGDUENO WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0" AND DUENO NOT = SPACES
              MOVE 1 TO HAYCUSTODIA
              MOVE DUENO TO CUSTODIO
              MOVE SUPLENTE TO ADJUNTO
              MOVE REASIGNAR TO PORREASIGNAR
              IF DIAS-ROTACION NUMERIC
                 MOVE DIAS-ROTACION TO DIASROTA
              END-IF
           END-IF.
           IF HAYCUSTODIA = 0
              ADD 1 TO CNT-SINCUSTODIO
              MOVE SPACES TO LINEASPOOL
              STRING "SIN CUSTODIO " CUENTACODE(1:64)
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           ELSE
              IF PORREASIGNAR NOT = "S"
                 CALL "SRCHKUSUACT" USING CUSTODIO ACTIVOCUS
                 IF ACTIVOCUS = "N"
                    ADD 1 TO CNT-REASIGNAR
                    MOVE SPACES TO LINEASPOOL
                    STRING "CUSTODIO INACTIVO " CUSTODIO(1:40)
                           " DE " CUENTACODE(1:40)
                           DELIMITED BY SIZE
                           INTO LINEASPOOL
                    END-STRING
                    PERFORM ESCUPELINEA
                 END-IF
              END-IF
           END-IF.
           IF DIASROTA = 0
              MOVE DIASDEFECTO TO DIASROTA
           END-IF.
           MOVE CUENTACODE TO CLA OF RSGCRED.
           READ FSGCRED WITH IGNORE LOCK INVALID KEY
                GO TO FIN-TRATACUENTA.
           IF FECHA-CAMBIO NOT NUMERIC OR FECHA-CAMBIO = 0
              MOVE 99999 TO DIASCLAVE
           ELSE
              COMPUTE CAMBIOENTERO =
                      FUNCTION INTEGER-OF-DATE(FECHA-CAMBIO)
              COMPUTE DIASCLAVE = HOYENTERO - CAMBIOENTERO
           END-IF.
           IF DIASCLAVE NOT > DIASROTA
              GO TO FIN-TRATACUENTA
           END-IF.
           ADD 1 TO CNT-SINROTAR.
           MOVE SPACES TO LINEASPOOL.
           STRING "CLAVE SIN ROTAR " CUENTACODE(1:40)
                  " CAMBIO=" FECHA-CAMBIO
                  " PERIODO=" DIASROTA
                  " CUSTODIO=" CUSTODIO(1:32)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           IF HAYCUSTODIA = 1
              MOVE SPACES TO TEXTOAVISO
              STRING "CLAVE DE LA CUENTA TECNICA " CUENTACODE(1:40)
                     " SIN ROTAR DESDE " FECHA-CAMBIO
                     DELIMITED BY SIZE
                     INTO TEXTOAVISO
              END-STRING
              CALL "SRAVISO" USING CUSTODIO ORIGENAVISO SEVERIDAD
                   TEXTOAVISO RESULTADOAVI
           END-IF.
       FIN-TRATACUENTA.
           EXIT.

       LISTAREASIGNAR SECTION.
       LRE.
           MOVE "CUENTA" TO CLA-TIPO.
           MOVE LOW-VALUES TO CLA-OBJETO.
           START FSGDUENO KEY NOT < CLA OF RSGDUENO INVALID KEY
                 GO TO FIN-LISTAREASIGNAR.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGDUENO NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CLA-TIPO NOT = "CUENTA"
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1 AND REASIGNAR = "S"
                 ADD 1 TO CNT-REASIGNAR
                 MOVE SPACES TO LINEASPOOL
                 STRING "A REASIGNAR " CLA-OBJETO(1:40)
                        " CUSTODIO DE BAJA " DUENO(1:32)
                        " ADJUNTO " SUPLENTE(1:32)
                        DELIMITED BY SIZE
                        INTO LINEASPOOL
                 END-STRING
                 PERFORM ESCUPELINEA
              END-IF
           END-PERFORM.
       FIN-LISTAREASIGNAR.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
