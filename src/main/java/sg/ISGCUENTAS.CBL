       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGCUENTAS.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      CONCILIA LAS CUENTAS LOCALES DE CADA
                      APLICACION CON LOS MAESTROS. PARA EL SERVICIO
                      PEDIDO (EN BLANCO, TODOS LOS DE FSGSER) LEE SU
                      EXTRACTO mnu/SG/CUENTAS/SERVICIO CON LINEAS
                      "USUARIO|NIVEL" (C CONSULTA, A ACTUALIZACION,
                      B TOTAL), RESUELVE LOS NODOS DEL SERVICIO
                      SEGUN FSGSERMAP EXPANDIDOS A SU SUBARBOL
                      (SRDESCIENDE) Y LISTA: CUENTAS SIN USUARIO EN
                      FSGUSU, CUENTAS DE USUARIOS INACTIVOS O
                      CONGELADOS, CUENTAS SIN NINGUN ACCESO EN
                      FSGACC A ESE SUBARBOL, CUENTAS CON NIVEL LOCAL
                      MAYOR QUE EL MAS ALTO ALCANZABLE EN FSGACC, Y
                      USUARIOS CON ACCESO EN FSGACC AL SUBARBOL QUE
                      NO TIENEN CUENTA EN LA APLICACION. LOS
                      SERVICIOS SIN EXTRACTO SOLO SE NOMBRAN. SALE
                      POR CONSOLA Y POR EL CARRETE DE INFORMES
                      (CUENTAS).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGSER-SEL".
           COPY "FSGSERMAP-SEL".
           COPY "FSGUSU-SEL".
           COPY "FSGACC-SEL".

           SELECT FCTA
                  ASSIGN TO RANDOM NOMBRECTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGSER-FD".
           COPY "FSGSERMAP-FD".
           COPY "FSGUSU-FD".
           COPY "FSGACC-FD".

       FD  FCTA
           DATA RECORD IS RCTA.
       01  RCTA                        PIC X(256).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGSER                PIC X(256).
       01 NOMBREFSGSERMAP             PIC X(256).
       01 NOMBREFSGUSU                PIC X(256).
       01 NOMBREFSGACC                PIC X(256).
       01 NOMBRECTA                   PIC X(256).
       01 SIGUE                       PIC 9.
       01 SIGUESER                    PIC 9.
       01 SERVICIOACT                 PIC X(64).
       01 TABLA-GRANT-L.
          05 TABLA-GRANT              PIC X(64) OCCURS 100 TIMES.
       01 TABLA-NIVEL-L.
          05 TABLA-NIVEL              PIC X(1) OCCURS 100 TIMES.
       01 TOTALGRANT                  PIC 9(3).
       01 TABLA-EFEC-L.
          05 TABLA-EFEC               PIC X(64) OCCURS 500 TIMES.
       01 TABLA-EFNIV-L.
          05 TABLA-EFNIV              PIC X(1) OCCURS 500 TIMES.
       01 TOTALEFEC                   PIC 9(3).
       01 TABLA-CTA-L.
          05 FILA-CTA OCCURS 3000 TIMES.
             10 CT-USUARIO            PIC X(64).
             10 CT-NIVEL              PIC X(1).
       01 TOTALCTA                    PIC 9(4).
       01 CNT-DESBORDE                PIC 9(8).
       01 CTAUSU                      PIC X(64).
       01 CTANIVEL                    PIC X(1).
       01 CTARESTO                    PIC X(128).
       01 NIVELALC                    PIC X(1).
       01 RANGOALC                    PIC 9.
       01 RANGOCTA                    PIC 9.
       01 RANGOROW                    PIC 9.
       01 ENRAMA                      PIC 9.
       01 USUANT                      PIC X(64).
       01 USUENRAMA                   PIC 9.
       01 CONGELADO                   PIC 9.
       01 CASOCONG                    PIC X(16).
       01 HALLAZGO                    PIC X(20).
       01 ALCTXT                      PIC X(13).
       01 CNT-HALLAZGOS               PIC 9(8).
       01 CNT-SERVICIOS               PIC 9(8).
       01 CNT-SINEXTRACTO             PIC 9(8).
       01 CC                          PIC 9(4).
       01 NN                          PIC 9(3).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "CUENTAS".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).

       LINKAGE SECTION.
       01 SERVICIOIN                  PIC X(64).
       01 CONTADORHALL                PIC 9(8).

       PROCEDURE DIVISION USING SERVICIOIN CONTADORHALL.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORHALL.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CNT-HALLAZGOS.
           MOVE 0 TO CNT-SERVICIOS.
           MOVE 0 TO CNT-SINEXTRACTO.
           MOVE "mnu/SG/FSGSER" TO NOMBREFSGSER.
           MOVE "mnu/SG/FSGSERMAP" TO NOMBREFSGSERMAP.
           MOVE "mnu/SG/FSGUSU" TO NOMBREFSGUSU.
           MOVE "mnu/SG/FSGACC" TO NOMBREFSGACC.
       PROCESOS.
           OPEN INPUT FSGUSU.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGCUENTAS NO SE PUDO ABRIR " NOMBREFSGUSU
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           OPEN INPUT FSGACC.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGCUENTAS NO SE PUDO ABRIR " NOMBREFSGACC
                      UPON SYSOUT
              CLOSE FSGUSU
              GO TO FIN-PROCESOS
           END-IF.
           OPEN INPUT FSGSERMAP.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGCUENTAS NO SE PUDO ABRIR " NOMBREFSGSERMAP
                      UPON SYSOUT
              CLOSE FSGACC
              CLOSE FSGUSU
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE "CONCILIACION DE CUENTAS DE APLICACION" TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           IF SERVICIOIN NOT = SPACES AND SERVICIOIN NOT = LOW-VALUES
              MOVE SERVICIOIN TO SERVICIOACT
              PERFORM CONCILIASERVICIO
           ELSE
              PERFORM RECORRESERVICIOS
           END-IF.
           CLOSE FSGSERMAP.
           CLOSE FSGACC.
           CLOSE FSGUSU.
           MOVE CNT-HALLAZGOS TO CONTADORHALL.
           MOVE SPACES TO LINEASPOOL.
           STRING "SERVICIOS CONCILIADOS=" CNT-SERVICIOS
                  " SIN EXTRACTO=" CNT-SINEXTRACTO
                  " HALLAZGOS=" CNT-HALLAZGOS
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

       RECORRESERVICIOS SECTION.
       RSE.
           OPEN INPUT FSGSER.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGCUENTAS NO SE PUDO ABRIR " NOMBREFSGSER
                      UPON SYSOUT
              GO TO FIN-RECORRESERVICIOS
           END-IF.
           MOVE 1 TO SIGUESER.
           PERFORM UNTIL SIGUESER = 0
              READ FSGSER NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUESER
              END-READ
              IF SIGUESER = 1
                 MOVE CLA OF RSGSER TO SERVICIOACT
                 PERFORM CONCILIASERVICIO
              END-IF
           END-PERFORM.
           CLOSE FSGSER.
       FIN-RECORRESERVICIOS.
           EXIT.

       CONCILIASERVICIO SECTION.
       CSE.
           MOVE SPACES TO NOMBRECTA.
           STRING "mnu/SG/CUENTAS/" SERVICIOACT
                  DELIMITED BY SPACE
                  INTO NOMBRECTA
           END-STRING.
           OPEN INPUT FCTA.
           IF ERRORES NOT = "00"
              ADD 1 TO CNT-SINEXTRACTO
              MOVE SPACES TO LINEASPOOL
              STRING "SERVICIO=" SERVICIOACT(1:40)
                     " SIN EXTRACTO DE CUENTAS"
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              GO TO FIN-CONCILIASERVICIO
           END-IF.
           ADD 1 TO CNT-SERVICIOS.
           MOVE SPACES TO LINEASPOOL.
           STRING "SERVICIO=" SERVICIOACT
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           PERFORM CARGARAMA.
           MOVE 0 TO TOTALCTA.
           MOVE 0 TO CNT-DESBORDE.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FCTA AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND RCTA NOT = SPACES
                 PERFORM CARGACUENTA
              END-IF
           END-PERFORM.
           CLOSE FCTA.
           IF CNT-DESBORDE > 0
              MOVE SPACES TO LINEASPOOL
              STRING "  EXTRACTO TRUNCADO, CUENTAS NO REVISADAS="
                     CNT-DESBORDE
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-IF.
           PERFORM VARYING CC FROM 1 BY 1 UNTIL CC > TOTALCTA
              PERFORM REVISACUENTA
           END-PERFORM.
           PERFORM BUSCASINCUENTA.
       FIN-CONCILIASERVICIO.
           EXIT.

       CARGARAMA SECTION.
       CRA.
           MOVE 0 TO TOTALGRANT.
           MOVE 0 TO TOTALEFEC.
           MOVE SPACES TO TABLA-GRANT-L.
           MOVE SPACES TO TABLA-NIVEL-L.
           MOVE SERVICIOACT TO CLA-SERVICIO.
           MOVE LOW-VALUES TO CLA-NODO OF RSGSERMAP.
           MOVE 1 TO SIGUE.
           START FSGSERMAP KEY NOT < CLA OF RSGSERMAP INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGSERMAP NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 IF CLA-SERVICIO NOT = SERVICIOACT
                    MOVE 0 TO SIGUE
                 ELSE
                    IF TOTALGRANT < 100
                       ADD 1 TO TOTALGRANT
                       MOVE CLA-NODO OF RSGSERMAP
                            TO TABLA-GRANT(TOTALGRANT)
                       MOVE "B" TO TABLA-NIVEL(TOTALGRANT)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF TOTALGRANT > 0
              CALL "SRDESCIENDE" USING TABLA-GRANT-L TABLA-NIVEL-L
                   TOTALGRANT TABLA-EFEC-L TABLA-EFNIV-L TOTALEFEC
           END-IF.
       FIN-CARGARAMA.
           EXIT.

       CARGACUENTA SECTION.
       CCU.
           MOVE SPACES TO CTAUSU CTANIVEL CTARESTO.
           UNSTRING RCTA DELIMITED BY "|"
                    INTO CTAUSU CTANIVEL CTARESTO
           END-UNSTRING.
           IF CTAUSU = SPACES
              GO TO FIN-CARGACUENTA
           END-IF.
           IF TOTALCTA = 3000
              ADD 1 TO CNT-DESBORDE
              GO TO FIN-CARGACUENTA
           END-IF.
           ADD 1 TO TOTALCTA.
           MOVE CTAUSU TO CT-USUARIO(TOTALCTA).
           MOVE CTANIVEL TO CT-NIVEL(TOTALCTA).
       FIN-CARGACUENTA.
           EXIT.

       REVISACUENTA SECTION.
       RCU.
           MOVE CT-USUARIO(CC) TO CLA OF RSGUSU.
           READ FSGUSU WITH IGNORE LOCK INVALID KEY
                MOVE "SIN USUARIO" TO HALLAZGO
                PERFORM LINEAHALLAZGO
                GO TO FIN-REVISACUENTA
           END-READ.
           IF ACTIVO = "N"
              MOVE "USUARIO INACTIVO" TO HALLAZGO
              PERFORM LINEAHALLAZGO
           END-IF.
           CALL "SRCHKCONG" USING CT-USUARIO(CC) CONGELADO CASOCONG.
           IF CONGELADO = 1
              MOVE "USUARIO CONGELADO" TO HALLAZGO
              PERFORM LINEAHALLAZGO
           END-IF.
           PERFORM NIVELALCANZABLE.
           IF NIVELALC = SPACE
              MOVE "SIN ACCESO EN FSGACC" TO HALLAZGO
              PERFORM LINEAHALLAZGO
              GO TO FIN-REVISACUENTA
           END-IF.
           EVALUATE CT-NIVEL(CC)
              WHEN "C" MOVE 1 TO RANGOCTA
              WHEN "A" MOVE 2 TO RANGOCTA
              WHEN OTHER MOVE 3 TO RANGOCTA
           END-EVALUATE.
           IF RANGOCTA > RANGOALC
              MOVE "NIVEL EXCESIVO" TO HALLAZGO
              PERFORM LINEAHALLAZGO
           END-IF.
       FIN-REVISACUENTA.
           EXIT.

       NIVELALCANZABLE SECTION.
       NAL.
           MOVE SPACE TO NIVELALC.
           MOVE 0 TO RANGOALC.
           MOVE CT-USUARIO(CC) TO CLA-USUARIO OF RSGACC.
           MOVE LOW-VALUES TO CLA-NODO OF RSGACC.
           MOVE 1 TO SIGUE.
           START FSGACC KEY NOT < CLA OF RSGACC INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGACC NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 IF CLA-USUARIO OF RSGACC NOT = CT-USUARIO(CC)
                    MOVE 0 TO SIGUE
                 ELSE
                    PERFORM MIRARAMA
                    IF ENRAMA = 1
                       EVALUATE NIVEL-ACCESO
                          WHEN "C" MOVE 1 TO RANGOROW
                          WHEN "A" MOVE 2 TO RANGOROW
                          WHEN OTHER MOVE 3 TO RANGOROW
                       END-EVALUATE
                       IF RANGOROW > RANGOALC
                          MOVE RANGOROW TO RANGOALC
                          MOVE NIVEL-ACCESO TO NIVELALC
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       FIN-NIVELALCANZABLE.
           EXIT.

       MIRARAMA SECTION.
       MRA.
           MOVE 0 TO ENRAMA.
           PERFORM VARYING NN FROM 1 BY 1
                   UNTIL NN > TOTALEFEC OR ENRAMA = 1
              IF TABLA-EFEC(NN) = CLA-NODO OF RSGACC
                 MOVE 1 TO ENRAMA
              END-IF
           END-PERFORM.
       FIN-MIRARAMA.
           EXIT.

       BUSCASINCUENTA SECTION.
       BSC.
           IF TOTALEFEC = 0
              GO TO FIN-BUSCASINCUENTA
           END-IF.
           MOVE SPACES TO USUANT.
           MOVE 0 TO USUENRAMA.
           MOVE LOW-VALUES TO CLA OF RSGACC.
           MOVE 1 TO SIGUE.
           START FSGACC KEY NOT < CLA OF RSGACC INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGACC NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 0 OR CLA-USUARIO OF RSGACC NOT = USUANT
                 IF USUENRAMA = 1
                    PERFORM MIRASINCUENTA
                 END-IF
                 MOVE 0 TO USUENRAMA
                 IF SIGUE = 1
                    MOVE CLA-USUARIO OF RSGACC TO USUANT
                 END-IF
              END-IF
              IF SIGUE = 1 AND USUENRAMA = 0
                 PERFORM MIRARAMA
                 MOVE ENRAMA TO USUENRAMA
              END-IF
           END-PERFORM.
       FIN-BUSCASINCUENTA.
           EXIT.

       MIRASINCUENTA SECTION.
       MSC.
           PERFORM VARYING CC FROM 1 BY 1
                   UNTIL CC > TOTALCTA OR CT-USUARIO(CC) = USUANT
              CONTINUE
           END-PERFORM.
           IF CC > TOTALCTA
              ADD 1 TO CNT-HALLAZGOS
              MOVE SPACES TO LINEASPOOL
              STRING "  SIN CUENTA           USUARIO=" USUANT
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-IF.
       FIN-MIRASINCUENTA.
           EXIT.

       LINEAHALLAZGO SECTION.
       LHA.
           ADD 1 TO CNT-HALLAZGOS.
           MOVE SPACES TO ALCTXT.
           IF HALLAZGO = "NIVEL EXCESIVO"
              MOVE " ALCANZABLE=" TO ALCTXT(1:12)
              MOVE NIVELALC TO ALCTXT(13:1)
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "  " HALLAZGO
                  " CUENTA=" CT-USUARIO(CC)(1:40)
                  " NIVEL LOCAL=" CT-NIVEL(CC)
                  ALCTXT
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-LINEAHALLAZGO.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
