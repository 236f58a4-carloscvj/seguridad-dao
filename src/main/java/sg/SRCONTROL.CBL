       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRCONTROL.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      CONTROL DE ENTRADA DE LAS ALIMENTACIONES DE
                      LOTE (ISGRRHH, ISGRRHHFUL, ISGPETICION Y LOS
                      CARGADORES ISGIMPXXX). CADA FICHERO TERMINA EN
                      UN REGISTRO DE COLA: "*TRAILER*" EN LAS
                      POSICIONES 1-9, EL NUMERO DE REGISTROS DE
                      DETALLE EN LA 10-17 Y EL NUMERO DE SECUENCIA DEL
                      FICHERO EN LA 18-25, AMBOS CON CEROS A LA
                      IZQUIERDA. ACCION "V" (ANTES DE APLICAR NADA)
                      RELEE EL FICHERO Y LO RECHAZA ENTERO CON SU
                      MOTIVO: 1 SIN COLA, 2 LA CUENTA NO CASA, 3
                      SECUENCIA REPETIDA O ANTERIOR A LA ULTIMA
                      ACEPTADA, 4 HUECO EN LA SECUENCIA, 5 FICHERO O
                      COLA ILEGIBLE, 7 COLA QUE NO ES EL ULTIMO
                      REGISTRO. EL PRIMER FICHERO DE UNA ALIMENTACION
                      FIJA LA SECUENCIA. LA CLAVE TRAILEROBLIGA DE
                      FSGCFG A "N" DEJA PASAR UN FICHERO SIN COLA, CON
                      AVISO. ACCION "P" ES LA MISMA COMPROBACION PERO
                      SOLO SI EL FICHERO TRAE COLA (LOS CARGADORES,
                      CUYA CUENTA YA LA GARANTIZA EL MANIFIESTO DE
                      SRMANIF). ACCION "C" (DESPUES DE APLICAR)
                      APUNTA LA SECUENCIA COMO ACEPTADA EN EL REGISTRO
                      mnu/SG/REMESAREG. ACCION "U" ES EL CORTE DE
                      CAMBIOS MASIVOS: SI LAS BAJAS, REVOCACIONES O
                      BORRADOS PREVISTOS SUPERAN EL PORCENTAJE DE LA
                      POBLACION DE LA CLAVE CORTE + ALIMENTACION DE
                      FSGCFG (POR DEFECTO CORTEPCT, Y SI NO 010) LA
                      EJECUCION QUEDA RETENIDA (RESULTADO 6): SALE EL
                      INFORME RETENIDA Y SE ENCOLA EN FSGPEND LA
                      PETICION LOTE/LIBERA (SRPENDIENTE). CUANDO UN
                      SEGUNDO OPERADOR LA APRUEBA, SSGPEND LLAMA CON
                      ACCION "L", QUE APUNTA LA LIBERACION DE ESA
                      ALIMENTACION Y SECUENCIA, Y LA SIGUIENTE PASADA
                      DEL MISMO FICHERO YA NO SE RETIENE. UN FICHERO SIN
                      COLA (ADMITIDO CON TRAILEROBLIGA A N) NO TIENE
                      SECUENCIA: SU LIBERACION SE APUNTA CON SECUENCIA
                      CERO Y VALE PARA UNA SOLA PASADA DE ESA
                      ALIMENTACION, QUE AL USARLA LA DA POR CONSUMIDA
                      CON UN APUNTE Q EN mnu/SG/REMESAREG; LA SIGUIENTE
                      PASADA SIN COLA QUE SUPERE EL CORTE VUELVE A
                      QUEDAR RETENIDA. SI NO SE PUEDE APUNTAR EL CONSUMO
                      LA EJECUCION QUEDA RETENIDA (RESULTADO 5).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WO-REMESA-SEL".

           SELECT FDATOS
                  ASSIGN TO RANDOM NOMBREDATOS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "WO-REMESA-FD".

       FD  FDATOS
           DATA RECORD IS RDATOS.
       01  RDATOS                      PIC X(4096).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 EJECUCIONID                 PIC X(16) IS EXTERNAL.
       01 NOMBREREMESA                PIC X(256)
          VALUE "mnu/SG/REMESAREG".
       01 NOMBREDATOS                 PIC X(256).
       01 MARCACOLA                   PIC X(9) VALUE "*TRAILER*".
       01 COLALEIDA.
          03 TC-MARCA                 PIC X(9).
          03 TC-REGISTROS             PIC 9(8).
          03 TC-SECUENCIA             PIC 9(8).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 SIGUE                       PIC 9.
       01 TOTALREG                    PIC 9(9).
       01 DETALLE                     PIC 9(9).
       01 CNT-COLAS                   PIC 9(4).
       01 POSCOLA                     PIC 9(9).
       01 ULTIMASEC                   PIC 9(8).
       01 ESPERADA                    PIC 9(8).
       01 TIPOAPUNTE                  PIC X(1).
       01 LIBERADA                    PIC 9.
       01 ULTIMOSIN                   PIC X(1).
       01 UMBRAL                      PIC 9(3).
       01 PORCENTAJE                  PIC 9(3).
       01 SERVPEND                    PIC X(8) VALUE "LOTE".
       01 OPERPEND                    PIC X(8) VALUE "LIBERA".
       01 REGPEND                     PIC X(192).
       01 PENDRES                     PIC 9.
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "RETENIDA".
       01 LINEASPOOL                  PIC X(132).

       LINKAGE SECTION.
       01 ACCIONCTL                   PIC X.
       01 FEEDCTL                     PIC X(12).
       01 NOMBRECTL                   PIC X(256).
       01 SECUENCIACTL                PIC 9(8).
       01 PLANEADOSCTL                PIC 9(8).
       01 POBLACIONCTL                PIC 9(8).
       01 RESULTADOCTL                PIC 9.
       01 MOTIVOCTL                   PIC X(40).

       PROCEDURE DIVISION USING ACCIONCTL FEEDCTL NOMBRECTL
                 SECUENCIACTL PLANEADOSCTL POBLACIONCTL
                 RESULTADOCTL MOTIVOCTL.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADOCTL.
           MOVE SPACES TO MOTIVOCTL.
           IF EJECUCIONID = LOW-VALUES
              MOVE SPACES TO EJECUCIONID
           END-IF.
           EVALUATE ACCIONCTL
              WHEN "V" PERFORM VERIFICACOLA
              WHEN "P" PERFORM VERIFICACOLA
              WHEN "C"
                 IF SECUENCIACTL > 0
                    MOVE "E" TO TIPOAPUNTE
                    PERFORM APUNTAREMESA
                 END-IF
              WHEN "L"
                 MOVE "L" TO TIPOAPUNTE
                 PERFORM APUNTAREMESA
              WHEN "U" PERFORM MIRACORTE
           END-EVALUATE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       VERIFICACOLA SECTION.
       VCO.
           MOVE 0 TO SECUENCIACTL.
           MOVE 0 TO TOTALREG.
           MOVE 0 TO CNT-COLAS.
           MOVE 0 TO POSCOLA.
           MOVE SPACES TO COLALEIDA.
           MOVE NOMBRECTL TO NOMBREDATOS.
           OPEN INPUT FDATOS.
           IF ERRORES NOT = "00"
              MOVE 5 TO RESULTADOCTL
              MOVE "NO SE PUDO LEER EL FICHERO" TO MOTIVOCTL
              GO TO FIN-VERIFICACOLA
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FDATOS AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 ADD 1 TO TOTALREG
                 IF RDATOS(1:9) = MARCACOLA
                    ADD 1 TO CNT-COLAS
                    MOVE TOTALREG TO POSCOLA
                    MOVE RDATOS(1:25) TO COLALEIDA
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FDATOS.
           IF CNT-COLAS = 0
              IF ACCIONCTL = "V"
                 PERFORM SINCOLA
              END-IF
              GO TO FIN-VERIFICACOLA
           END-IF.
           IF CNT-COLAS > 1 OR POSCOLA NOT = TOTALREG
              MOVE 7 TO RESULTADOCTL
              MOVE "REGISTRO DE COLA FUERA DE SITIO" TO MOTIVOCTL
              GO TO FIN-VERIFICACOLA
           END-IF.
           IF TC-REGISTROS NOT NUMERIC OR TC-SECUENCIA NOT NUMERIC
              OR TC-SECUENCIA = 0
              MOVE 5 TO RESULTADOCTL
              MOVE "REGISTRO DE COLA ILEGIBLE" TO MOTIVOCTL
              GO TO FIN-VERIFICACOLA
           END-IF.
           COMPUTE DETALLE = TOTALREG - 1.
           IF TC-REGISTROS NOT = DETALLE
              MOVE 2 TO RESULTADOCTL
              STRING "DESCUADRE: COLA " TC-REGISTROS
                     " LEIDOS " DETALLE(2:8)
                     DELIMITED BY SIZE
                     INTO MOTIVOCTL
              END-STRING
              GO TO FIN-VERIFICACOLA
           END-IF.
           MOVE "E" TO TIPOAPUNTE.
           PERFORM LEEREMESA.
           IF ULTIMASEC > 0
              COMPUTE ESPERADA = ULTIMASEC + 1
              IF TC-SECUENCIA < ESPERADA
                 MOVE 3 TO RESULTADOCTL
                 STRING "SECUENCIA REPETIDA: " TC-SECUENCIA
                        " YA ACEPTADA"
                        DELIMITED BY SIZE
                        INTO MOTIVOCTL
                 END-STRING
                 GO TO FIN-VERIFICACOLA
              END-IF
              IF TC-SECUENCIA > ESPERADA
                 MOVE 4 TO RESULTADOCTL
                 STRING "HUECO EN LA SECUENCIA: ESPERADA "
                        ESPERADA
                        DELIMITED BY SIZE
                        INTO MOTIVOCTL
                 END-STRING
                 GO TO FIN-VERIFICACOLA
              END-IF
           END-IF.
           MOVE TC-SECUENCIA TO SECUENCIACTL.
       FIN-VERIFICACOLA.
           EXIT.

       SINCOLA SECTION.
       SCO.
           MOVE "TRAILEROBLIGA" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:1) = "N"
              MOVE 0 TO RESULTADOCTL
              MOVE "SIN REGISTRO DE COLA, SE CARGA SIN CONTROL"
                   TO MOTIVOCTL
           ELSE
              MOVE 1 TO RESULTADOCTL
              MOVE "SIN REGISTRO DE COLA DE CONTROL" TO MOTIVOCTL
           END-IF.
       FIN-SINCOLA.
           EXIT.

       LEEREMESA SECTION.
       LRE.
           MOVE 0 TO ULTIMASEC.
           MOVE 0 TO LIBERADA.
           MOVE SPACE TO ULTIMOSIN.
           OPEN INPUT FREMESA.
           IF ERRORES NOT = "00"
              GO TO FIN-LEEREMESA
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FREMESA AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND RM-FEED = FEEDCTL
                 AND RM-TIPO = TIPOAPUNTE AND RM-SECUENCIA NUMERIC
                 IF RM-SECUENCIA > ULTIMASEC
                    MOVE RM-SECUENCIA TO ULTIMASEC
                 END-IF
                 IF RM-SECUENCIA = SECUENCIACTL AND SECUENCIACTL > 0
                    MOVE 1 TO LIBERADA
                 END-IF
              END-IF
              IF SIGUE = 1 AND RM-FEED = FEEDCTL AND TIPOAPUNTE = "L"
                 AND SECUENCIACTL = 0 AND RM-SECUENCIA NUMERIC
                 AND RM-SECUENCIA = 0 AND (RM-TIPO = "L" OR "Q")
                 MOVE RM-TIPO TO ULTIMOSIN
              END-IF
           END-PERFORM.
           CLOSE FREMESA.
           IF TIPOAPUNTE = "L" AND SECUENCIACTL = 0
              AND ULTIMOSIN = "L"
              MOVE 1 TO LIBERADA
           END-IF.
       FIN-LEEREMESA.
           EXIT.

       APUNTAREMESA SECTION.
       ARM.
           OPEN EXTEND FREMESA.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREREMESA
              OPEN OUTPUT FREMESA
           END-IF.
           IF ERRORES NOT = "00"
              DISPLAY "SRCONTROL NO SE PUDO ABRIR " NOMBREREMESA
                      UPON SYSOUT
              MOVE 5 TO RESULTADOCTL
              MOVE "NO SE PUDO APUNTAR EN EL REGISTRO" TO MOTIVOCTL
              GO TO FIN-APUNTAREMESA
           END-IF.
           MOVE TIPOAPUNTE TO RM-TIPO.
           MOVE FEEDCTL TO RM-FEED.
           MOVE SECUENCIACTL TO RM-SECUENCIA.
           MOVE USUARIO TO RM-USUARIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RM-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RM-HORA.
           MOVE EJECUCIONID TO RM-EJECUCION.
           WRITE RREMESA.
           CLOSE FREMESA.
       FIN-APUNTAREMESA.
           EXIT.

       MIRACORTE SECTION.
       MCO.
           IF POBLACIONCTL = 0 OR PLANEADOSCTL = 0
              GO TO FIN-MIRACORTE
           END-IF.
           MOVE 10 TO UMBRAL.
           MOVE SPACES TO CFGCLAVE.
           STRING "CORTE" FEEDCTL DELIMITED BY SPACE
                  INTO CFGCLAVE
           END-STRING.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG = 0 OR VALORCFG(1:3) NOT NUMERIC
              MOVE "CORTEPCT" TO CFGCLAVE
              CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG
           END-IF.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO UMBRAL
           END-IF.
           IF PLANEADOSCTL * 100 NOT > UMBRAL * POBLACIONCTL
              GO TO FIN-MIRACORTE
           END-IF.
           IF PLANEADOSCTL NOT < POBLACIONCTL
              MOVE 100 TO PORCENTAJE
           ELSE
              COMPUTE PORCENTAJE = PLANEADOSCTL * 100 / POBLACIONCTL
           END-IF.
           MOVE "L" TO TIPOAPUNTE.
           PERFORM LEEREMESA.
           IF LIBERADA = 1 AND SECUENCIACTL = 0
              MOVE "Q" TO TIPOAPUNTE
              PERFORM APUNTAREMESA
              IF RESULTADOCTL NOT = 0
                 GO TO FIN-MIRACORTE
              END-IF
           END-IF.
           IF LIBERADA = 1
              MOVE "SUPERA EL CORTE PERO ESTA LIBERADA" TO MOTIVOCTL
              DISPLAY "SRCONTROL " FEEDCTL " SECUENCIA " SECUENCIACTL
                      " " MOTIVOCTL UPON SYSOUT
              GO TO FIN-MIRACORTE
           END-IF.
           MOVE 6 TO RESULTADOCTL.
           STRING "RETENIDA " PLANEADOSCTL "/" POBLACIONCTL
                  " SUPERA " UMBRAL "%"
                  DELIMITED BY SIZE
                  INTO MOTIVOCTL
           END-STRING.
           MOVE SPACES TO REGPEND.
           MOVE FEEDCTL TO REGPEND(1:12).
           MOVE SECUENCIACTL TO REGPEND(13:8).
           MOVE PLANEADOSCTL TO REGPEND(21:8).
           MOVE POBLACIONCTL TO REGPEND(29:8).
           MOVE NOMBRECTL TO REGPEND(37:156).
           CALL "SRPENDIENTE" USING SERVPEND OPERPEND REGPEND PENDRES.
           PERFORM INFORMERETENIDA.
       FIN-MIRACORTE.
           EXIT.

       INFORMERETENIDA SECTION.
       IRE.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE "EJECUCION RETENIDA POR EL CORTE DE CAMBIOS MASIVOS"
                TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           MOVE SPACES TO LINEASPOOL.
           STRING "ALIMENTACION " FEEDCTL " SECUENCIA " SECUENCIACTL
                  " EJECUCION " EJECUCIONID
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE SPACES TO LINEASPOOL.
           STRING "FICHERO " NOMBRECTL(1:120)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE SPACES TO LINEASPOOL.
           STRING "BAJAS, REVOCACIONES O BORRADOS PREVISTOS "
                  PLANEADOSCTL " SOBRE " POBLACIONCTL
                  " (" PORCENTAJE "%), CORTE " UMBRAL "%"
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "NO SE HA APLICADO NADA." TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           MOVE SPACES TO LINEASPOOL.
           IF PENDRES = 0
              STRING "PARA LIBERARLA, UN SEGUNDO OPERADOR APRUEBA "
                     "EN FSGPEND LA PETICION LOTE LIBERA Y SE "
                     "VUELVE A LANZAR."
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
           ELSE
              MOVE "NO SE PUDO ENCOLAR LA LIBERACION EN FSGPEND."
                   TO LINEASPOOL
           END-IF.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-INFORMERETENIDA.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-ESCUPELINEA.
           EXIT.
