       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGPROVISION.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ALIMENTACION DE APROVISIONAMIENTO POR
                      APLICACION: CASA LA GENERACION ANTERIOR
                      FSGACCANT CON EL FSGACC RECIEN APLANADO, COMO
                      ISGACCDELTA, Y CADA NODO GANADO (ALTA),
                      PERDIDO (BAJA) O CAMBIADO DE NIVEL (CAMBIO)
                      LO ASIGNA AL SERVICIO DE APLICACION DEL NODO
                      SEGUN FSGSERMAP (SRSERVNODO). CADA SERVICIO
                      CON CAMBIOS RECIBE UN LOTE NUMERADO (CONTADOR
                      POR SERVICIO EN LA CABECERA DEL LIBRO FSGPROV)
                      Y UN FICHERO DE INSTRUCCIONES
                      mnu/SG/PROV/SERVICIO.LOTE CON UNA LINEA
                      "LOTE|SERVICIO|LOTE|FECHA|LINEAS" Y UNA LINEA
                      "INS|LOTE|LINEA|USUARIO|ACCION|NODO|NIVEL" POR
                      INSTRUCCION, CON SU MANIFIESTO DE CONTROL
                      (SRMANIF). CADA INSTRUCCION QUEDA EN FSGPROV
                      PENDIENTE DE ACUSE (P) HASTA QUE ISGPROVACUSE
                      LEA LA RESPUESTA DE LA APLICACION. LOS NODOS
                      SIN SERVICIO SOLO SE CUENTAN. SALE POR CONSOLA
                      Y POR EL CARRETE DE INFORMES (PROVISION).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGACC-SEL".
           COPY "WO-ACCANT-SEL".
           COPY "FSGPROV-SEL".

           SELECT FPROV
                  ASSIGN TO RANDOM NOMBREPROV
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGACC-FD".
           COPY "WO-ACCANT-FD".
           COPY "FSGPROV-FD".

       FD  FPROV
           DATA RECORD IS RPROV.
       01  RPROV                       PIC X(256).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGACC                PIC X(256).
       01 NOMBREACCANT                PIC X(256).
       01 NOMBREFSGPROV               PIC X(256).
       01 NOMBREPROV                  PIC X(256).
       01 SIGUE                       PIC 9.
       01 SIGUEANT                    PIC 9.
       01 SIGUENUE                    PIC 9.
       01 CLAANT                      PIC X(128).
       01 CLANUE                      PIC X(128).
       01 HOY                         PIC 9(8).
       01 USUPROV                     PIC X(64).
       01 NODOPROV                    PIC X(64).
       01 ACCIONPROV                  PIC X.
       01 NIVELPROV                   PIC X.
       01 SERVICIOPROV                PIC X(64).
       01 ENCONTRADOSRV               PIC 9.
       01 ACCIONTXT                   PIC X(6).
       01 TABLA-SRV-L.
          05 FILA-SRV OCCURS 200 TIMES.
             10 SR-SERVICIO           PIC X(64).
             10 SR-LOTE               PIC 9(6).
             10 SR-LINEAS             PIC 9(6).
       01 TOTALSRV                    PIC 9(3).
       01 PS                          PIC 9(3).
       01 CNT-SINSERVICIO             PIC 9(8).
       01 CNT-DESBORDE                PIC 9(8).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "PROVISION".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).
       01 ACCIONMAN                   PIC X.
       01 PROGRAMAMAN                 PIC X(12) VALUE "ISGPROVISION".
       01 RESULTADOMAN                PIC 9.
       01 MOTIVOMAN                   PIC X(40).

       LINKAGE SECTION.
       01 CONTADORINSTR               PIC 9(8).

       PROCEDURE DIVISION USING CONTADORINSTR.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORINSTR.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO TOTALSRV.
           MOVE 0 TO CNT-SINSERVICIO.
           MOVE 0 TO CNT-DESBORDE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE "mnu/SG/FSGACC" TO NOMBREFSGACC.
           MOVE "mnu/SG/FSGACCANT" TO NOMBREACCANT.
           MOVE "mnu/SG/FSGPROV" TO NOMBREFSGPROV.
       PROCESOS.
           OPEN INPUT FACCANT.
           IF ERRORES NOT = "00"
              DISPLAY "ISGPROVISION SIN GENERACION ANTERIOR "
                      NOMBREACCANT UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           OPEN INPUT FSGACC.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGPROVISION NO SE PUDO ABRIR " NOMBREFSGACC
                      UPON SYSOUT
              CLOSE FACCANT
              GO TO FIN-PROCESOS
           END-IF.
           OPEN I-O FSGPROV.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGPROV
              OPEN OUTPUT FSGPROV
              CLOSE FSGPROV
              OPEN I-O FSGPROV
           END-IF.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGPROVISION NO SE PUDO ABRIR " NOMBREFSGPROV
                      UPON SYSOUT
              CLOSE FSGACC
              CLOSE FACCANT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE "INSTRUCCIONES DE APROVISIONAMIENTO POR APLICACION"
                TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           MOVE 1 TO SIGUEANT.
           MOVE 1 TO SIGUENUE.
           PERFORM LEEANT.
           PERFORM LEENUE.
           PERFORM UNTIL SIGUEANT = 0 AND SIGUENUE = 0
              EVALUATE TRUE
                 WHEN CLAANT = CLANUE
                    IF AN-NIVEL NOT = NIVEL-ACCESO
                       MOVE "C" TO ACCIONPROV
                       MOVE CLA-USUARIO OF RSGACC TO USUPROV
                       MOVE CLA-NODO OF RSGACC TO NODOPROV
                       MOVE NIVEL-ACCESO TO NIVELPROV
                       PERFORM ANOTAINSTRUCCION
                    END-IF
                    PERFORM LEEANT
                    PERFORM LEENUE
                 WHEN CLAANT < CLANUE
                    MOVE "B" TO ACCIONPROV
                    MOVE AN-USUARIO TO USUPROV
                    MOVE AN-NODO TO NODOPROV
                    MOVE AN-NIVEL TO NIVELPROV
                    PERFORM ANOTAINSTRUCCION
                    PERFORM LEEANT
                 WHEN OTHER
                    MOVE "A" TO ACCIONPROV
                    MOVE CLA-USUARIO OF RSGACC TO USUPROV
                    MOVE CLA-NODO OF RSGACC TO NODOPROV
                    MOVE NIVEL-ACCESO TO NIVELPROV
                    PERFORM ANOTAINSTRUCCION
                    PERFORM LEENUE
              END-EVALUATE
           END-PERFORM.
           CLOSE FSGACC.
           CLOSE FACCANT.
           PERFORM VARYING PS FROM 1 BY 1 UNTIL PS > TOTALSRV
              PERFORM ESCRIBELOTE
           END-PERFORM.
           CLOSE FSGPROV.
           MOVE SPACES TO LINEASPOOL.
           STRING "LOTES=" TOTALSRV
                  " INSTRUCCIONES=" CONTADORINSTR
                  " CAMBIOS SIN SERVICIO=" CNT-SINSERVICIO
                  " SERVICIOS SIN HUECO=" CNT-DESBORDE
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

       LEEANT SECTION.
       LAN.
           IF SIGUEANT = 0
              GO TO FIN-LEEANT
           END-IF.
           READ FACCANT AT END
                MOVE 0 TO SIGUEANT
           END-READ.
           IF SIGUEANT = 0
              MOVE HIGH-VALUES TO CLAANT
           ELSE
              MOVE AN-USUARIO TO CLAANT(1:64)
              MOVE AN-NODO TO CLAANT(65:64)
           END-IF.
       FIN-LEEANT.
           EXIT.

       LEENUE SECTION.
       LNU.
           IF SIGUENUE = 0
              GO TO FIN-LEENUE
           END-IF.
           READ FSGACC NEXT RECORD WITH IGNORE LOCK AT END
                MOVE 0 TO SIGUENUE
           END-READ.
           IF SIGUENUE = 0
              MOVE HIGH-VALUES TO CLANUE
           ELSE
              MOVE CLA OF RSGACC TO CLANUE
           END-IF.
       FIN-LEENUE.
           EXIT.

       ANOTAINSTRUCCION SECTION.
       ANI.
           CALL "SRSERVNODO" USING NODOPROV SERVICIOPROV
                ENCONTRADOSRV.
           IF ENCONTRADOSRV = 0
              ADD 1 TO CNT-SINSERVICIO
              GO TO FIN-ANOTAINSTRUCCION
           END-IF.
           PERFORM VARYING PS FROM 1 BY 1
                   UNTIL PS > TOTALSRV
                      OR SR-SERVICIO(PS) = SERVICIOPROV
              CONTINUE
           END-PERFORM.
           IF PS > TOTALSRV
              IF TOTALSRV = 200
                 ADD 1 TO CNT-DESBORDE
                 GO TO FIN-ANOTAINSTRUCCION
              END-IF
              PERFORM ABRELOTE
           END-IF.
           ADD 1 TO SR-LINEAS(PS).
           INITIALIZE RSGPROV.
           MOVE SERVICIOPROV TO PV-SERVICIO.
           MOVE SR-LOTE(PS) TO PV-LOTE.
           MOVE SR-LINEAS(PS) TO PV-LINEA.
           MOVE USUPROV TO PV-USUARIO.
           MOVE ACCIONPROV TO PV-ACCION.
           MOVE NODOPROV TO PV-NODO.
           MOVE NIVELPROV TO PV-NIVEL.
           MOVE HOY TO PV-FECHA.
           MOVE "P" TO PV-ESTADO.
           MOVE 0 TO PV-FECHAACUSE.
           WRITE RSGPROV INVALID KEY
                 REWRITE RSGPROV
                 END-REWRITE
           END-WRITE.
           ADD 1 TO CONTADORINSTR.
       FIN-ANOTAINSTRUCCION.
           EXIT.

       ABRELOTE SECTION.
       ABL.
           ADD 1 TO TOTALSRV.
           MOVE TOTALSRV TO PS.
           MOVE SERVICIOPROV TO SR-SERVICIO(PS).
           MOVE 0 TO SR-LINEAS(PS).
           INITIALIZE RSGPROV.
           MOVE SERVICIOPROV TO PV-SERVICIO.
           MOVE 0 TO PV-LOTE.
           MOVE 0 TO PV-LINEA.
           READ FSGPROV INVALID KEY
                INITIALIZE RSGPROV
                MOVE SERVICIOPROV TO PV-SERVICIO
                MOVE 0 TO PV-LOTE
                MOVE 0 TO PV-LINEA
                MOVE 0 TO PV-ULTIMOLOTE
                WRITE RSGPROV
                END-WRITE
           END-READ.
           IF PV-ULTIMOLOTE NOT NUMERIC
              MOVE 0 TO PV-ULTIMOLOTE
           END-IF.
           ADD 1 TO PV-ULTIMOLOTE.
           MOVE PV-ULTIMOLOTE TO SR-LOTE(PS).
           REWRITE RSGPROV INVALID KEY
                   CONTINUE
           END-REWRITE.
       FIN-ABRELOTE.
           EXIT.

       ESCRIBELOTE SECTION.
       ESL.
           MOVE SPACES TO NOMBREPROV.
           STRING "mnu/SG/PROV/" SR-SERVICIO(PS) "." SR-LOTE(PS)
                  DELIMITED BY SPACE
                  INTO NOMBREPROV
           END-STRING.
           OPEN OUTPUT FPROV.
           IF ERRORES = "35" OR ERROR-1 = "3" OR
              (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREPROV
              OPEN OUTPUT FPROV
           END-IF.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGPROVISION NO SE PUDO CREAR " NOMBREPROV
                      UPON SYSOUT
              GO TO FIN-ESCRIBELOTE
           END-IF.
           MOVE SPACES TO RPROV.
           STRING "LOTE|" SR-SERVICIO(PS) DELIMITED BY SPACE
                  "|" SR-LOTE(PS) "|" HOY "|" SR-LINEAS(PS)
                  DELIMITED BY SIZE
                  INTO RPROV
           END-STRING.
           WRITE RPROV.
           INITIALIZE RSGPROV.
           MOVE SR-SERVICIO(PS) TO PV-SERVICIO.
           MOVE SR-LOTE(PS) TO PV-LOTE.
           MOVE 1 TO PV-LINEA.
           MOVE 1 TO SIGUE.
           START FSGPROV KEY NOT < CLA OF RSGPROV INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGPROV NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 IF PV-SERVICIO NOT = SR-SERVICIO(PS)
                    OR PV-LOTE NOT = SR-LOTE(PS)
                    MOVE 0 TO SIGUE
                 ELSE
                    PERFORM LINEAINSTRUCCION
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FPROV.
           MOVE "E" TO ACCIONMAN.
           CALL "SRMANIF" USING ACCIONMAN NOMBREPROV PROGRAMAMAN
                RESULTADOMAN MOTIVOMAN.
           MOVE SPACES TO LINEASPOOL.
           STRING "SERVICIO=" SR-SERVICIO(PS)(1:40)
                  " LOTE=" SR-LOTE(PS)
                  " INSTRUCCIONES=" SR-LINEAS(PS)
                  " FICHERO=" NOMBREPROV(1:50)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-ESCRIBELOTE.
           EXIT.

       LINEAINSTRUCCION SECTION.
       LIN.
           EVALUATE PV-ACCION
              WHEN "A" MOVE "ALTA" TO ACCIONTXT
              WHEN "B" MOVE "BAJA" TO ACCIONTXT
              WHEN OTHER MOVE "CAMBIO" TO ACCIONTXT
           END-EVALUATE.
           MOVE SPACES TO RPROV.
           STRING "INS|" PV-LOTE "|" PV-LINEA "|"
                  DELIMITED BY SIZE
                  PV-USUARIO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  ACCIONTXT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  PV-NODO DELIMITED BY SPACE
                  "|" PV-NIVEL
                  DELIMITED BY SIZE
                  INTO RPROV
           END-STRING.
           WRITE RPROV.
       FIN-LINEAINSTRUCCION.
           EXIT.

       ESCUPELINEA SECTION.
       ESP.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
