       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGMUESTRA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      MUESTREO REPETIBLE PARA AUDITORIA SOBRE UNA
                      POBLACION DEFINIDA DEL PERIODO DESDE-HASTA: G
                      CONCESIONES DADAS DE ALTA (TRAZA DE FSGUR), L
                      BAJAS DE PERSONAL PROCESADAS POR ISGRRHH (TRAZA
                      DE FSGUSU DE LAS EJECUCIONES DE ISGRRHH SEGUN
                      LOTEREG), F CONCESIONES DE EMERGENCIA REVOCADAS
                      (FIREREV), P PETICIONES APROBADAS DE FSGPEND Y C
                      DECISIONES DE RECERTIFICACION DE FSGCERT. METODO
                      S ALEATORIO SIMPLE, E ESTRATIFICADO POR ENTIDAD
                      DEL USUARIO (FSGUSU), D ESTRATIFICADO POR
                      DEPARTAMENTO (FSGATR), CON REPARTO PROPORCIONAL
                      POR RESTOS MAYORES, O R PONDERADO POR LA ULTIMA
                      PUNTUACION DE RIESGO DEL USUARIO EN RIESGOHIST
                      (SELECCION SISTEMATICA POR UNIDAD, COMO EN EL
                      MUESTREO MONETARIO: UN ELEMENTO CON MAS PESO
                      QUE EL INTERVALO SALE UNA SOLA VEZ). EL
                      GENERADOR ES DE CONGRUENCIAS (16807 MODULO
                      2147483647) Y LA SEMILLA SE GUARDA EN
                      mnu/SG/MUESTRAREG Y SALE EN EL INFORME: CON LA
                      MISMA POBLACION, PERIODO, TAMANO, METODO Y
                      SEMILLA SE OBTIENE LA MISMA MUESTRA. SEMILLA
                      CERO TOMA UNA NUEVA DEL RELOJ Y LA DEVUELVE.
                      CADA ELEMENTO ELEGIDO SALE EN EL CARRETE
                      MUESTRA CON SU RASTRO DE EVIDENCIA (SREVIDENCIA:
                      TRAZA, JUSTIFICACION, TICKET Y APROBACION).
                      COMO MUCHO 3000 ELEMENTOS DE POBLACION Y 200 DE
                      MUESTRA. RETURN-CODE 8 SI LOS PARAMETROS NO
                      SON VALIDOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUSU-SEL".
           COPY "FSGPEND-SEL".
           COPY "FSGCERT-SEL".
           COPY "WO-TRAZA-SEL".
           COPY "WO-FIREREV-SEL".
           COPY "WO-LOTEREG-SEL".

           SELECT FCAT
                  ASSIGN TO RANDOM NOMBRECAT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT FHIS
                  ASSIGN TO RANDOM NOMBREHIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT FREG
                  ASSIGN TO RANDOM NOMBREREG
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGUSU-FD".
           COPY "FSGPEND-FD".
           COPY "FSGCERT-FD".
           COPY "WO-TRAZA-FD".
           COPY "WO-FIREREV-FD".
           COPY "WO-LOTEREG-FD".

       FD  FCAT
           DATA RECORD IS RCAT.
       01  RCAT       PIC X(8).

       FD  FHIS
           DATA RECORD IS RHIS.
       01  RHIS.
           03 HI-FECHA PIC 9(8).
           03 HI-TIPO PIC X(1).
           03 HI-CLAVE PIC X(64).
           03 HI-PUNTOS PIC 9(8).

       FD  FREG
           DATA RECORD IS RREG.
       01  RREG.
           03 MR-FECHA PIC 9(8).
           03 MR-HORA PIC 9(6).
           03 MR-USUARIO PIC X(15).
           03 MR-POBLACION PIC X(1).
           03 MR-DESDE PIC 9(8).
           03 MR-HASTA PIC 9(8).
           03 MR-TAMANO PIC 9(4).
           03 MR-METODO PIC X(1).
           03 MR-SEMILLA PIC 9(10).
           03 MR-POBTOTAL PIC 9(5).
           03 MR-ELEGIDOS PIC 9(4).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 NOMBREFSGUSU                PIC X(256).
       01 NOMBREFSGPEND               PIC X(256).
       01 NOMBREFSGCERT               PIC X(256).
       01 NOMBREFIREREV               PIC X(256).
       01 NOMBRELOTEREG               PIC X(256).
       01 NOMBREBASE                  PIC X(256).
       01 NOMBRETRAZA                 PIC X(256).
       01 NOMBRECAT                   PIC X(256).
       01 NOMBREHIST                  PIC X(256)
          VALUE "mnu/SG/RIESGOHIST".
       01 NOMBREREG                   PIC X(256)
          VALUE "mnu/SG/MUESTRAREG".
       01 SIGUE                       PIC 9.
       01 SIGUECAT                    PIC 9.
       01 TABLA-GEN-L.
          05 TABLA-GEN                PIC X(8) OCCURS 400 TIMES.
       01 TOTALGEN                    PIC 9(3).
       01 GG                          PIC 9(3).
       01 HOY                         PIC 9(8).
       01 DESDE                       PIC 9(8).
       01 HASTA                       PIC 9(8).
       01 POBLACION                   PIC X(1).
       01 METODO                      PIC X(1).
       01 NOMBREPOB                   PIC X(32).
       01 NOMBREMET                   PIC X(32).
       01 TAMANO                      PIC 9(4).
       01 TABLA-POB-L.
          05 FILA-POB OCCURS 3000 TIMES.
             10 PB-USUARIO            PIC X(64).
             10 PB-ROLE               PIC X(64).
             10 PB-FECHA              PIC 9(8).
             10 PB-REF                PIC X(24).
             10 PB-ESTRATO            PIC X(16).
             10 PB-PESO               PIC 9(8).
             10 PB-ELEGIDO            PIC 9.
       01 TOTALPOB                    PIC 9(4).
       01 SOBRANPOB                   PIC 9(8).
       01 ITUSUARIO                   PIC X(64).
       01 ITROLE                      PIC X(64).
       01 ITFECHA                     PIC 9(8).
       01 ITREF                       PIC X(24).
       01 TABLA-IX-L.
          05 TABLA-IX                 PIC 9(4) OCCURS 3000 TIMES.
       01 II                          PIC 9(4).
       01 JJ                          PIC 9(4).
       01 KK                          PIC 9(4).
       01 MM                          PIC 9(4).
       01 AUXIX                       PIC 9(4).
       01 ELEGIDOS                    PIC 9(4).
       01 SEMILLA                     PIC 9(10).
       01 SEMILLAUSADA                PIC 9(10).
       01 PRODUCTO                    PIC 9(18).
       01 COCIENTE                    PIC 9(18).
       01 RANGO                       PIC 9(12).
       01 ALEA                        PIC 9(12).
       01 TABLA-EJE-L.
          05 TABLA-EJE                PIC X(16) OCCURS 500 TIMES.
       01 TOTALEJE                    PIC 9(3).
       01 EE                          PIC 9(3).
       01 ESDERRHH                    PIC 9.
       01 TABLA-EST-L.
          05 FILA-EST OCCURS 200 TIMES.
             10 ES-CLAVE              PIC X(16).
             10 ES-TOTAL              PIC 9(5).
             10 ES-CUOTA              PIC 9(5).
             10 ES-RESTO              PIC 9(9).
       01 TOTALEST                    PIC 9(3).
       01 HH                          PIC 9(3).
       01 MEJOR                       PIC 9(3).
       01 SUMACUOTAS                  PIC 9(5).
       01 SOBRANTE                    PIC 9(5).
       01 PRODCUOTA                   PIC 9(12).
       01 ESTRATOIT                   PIC X(16).
       01 USUABIERTO                  PIC 9.
       01 RESPONUSU                   PIC X(64).
       01 DEPARTUSU                   PIC X(16).
       01 ENCONTRADOATR               PIC 9.
       01 TABLA-RIE-L.
          05 FILA-RIE OCCURS 3000 TIMES.
             10 RG-CLAVE              PIC X(64).
             10 RG-PUNTOS             PIC 9(8).
       01 TOTALRIE                    PIC 9(4).
       01 FECHARIE                    PIC 9(8).
       01 RR                          PIC 9(4).
       01 PESOTOTAL                   PIC 9(12).
       01 INTERVALO                   PIC 9(12).
       01 PUNTO                       PIC 9(12).
       01 ACUMULADO                   PIC 9(12).
       01 TOPE                        PIC 9(12).
       01 PUNTOSHECHOS                PIC 9(4).
       01 TABLA-EVI-L.
          05 LINEAEVI                 PIC X(132) OCCURS 100 TIMES.
       01 TOTALEVI                    PIC 9(3).
       01 VV                          PIC 9(3).
       01 NUMELEM                     PIC 9(4).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "MUESTRA".
       01 LINEASPOOL                  PIC X(132).

       LINKAGE SECTION.
       01 POBLACIONIN                 PIC X(1).
       01 FECHADESDE                  PIC 9(8).
       01 FECHAHASTA                  PIC 9(8).
       01 TAMANOIN                    PIC 9(4).
       01 METODOIN                    PIC X(1).
       01 SEMILLAIN                   PIC 9(10).
       01 CONTADORMUESTRA             PIC 9(8).

       PROCEDURE DIVISION USING POBLACIONIN FECHADESDE FECHAHASTA
                 TAMANOIN METODOIN SEMILLAIN CONTADORMUESTRA.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORMUESTRA.
           MOVE 0 TO TOTALPOB.
           MOVE 0 TO SOBRANPOB.
           MOVE 0 TO ELEGIDOS.
           MOVE 0 TO TOTALEST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE POBLACIONIN TO POBLACION.
           MOVE METODOIN TO METODO.
           IF METODO = SPACE OR LOW-VALUE
              MOVE "S" TO METODO
           END-IF.
           MOVE 0 TO DESDE.
           IF FECHADESDE NUMERIC
              MOVE FECHADESDE TO DESDE
           END-IF.
           MOVE HOY TO HASTA.
           IF FECHAHASTA NUMERIC AND FECHAHASTA NOT = 0
              MOVE FECHAHASTA TO HASTA
           END-IF.
           MOVE 0 TO TAMANO.
           IF TAMANOIN NUMERIC
              MOVE TAMANOIN TO TAMANO
           END-IF.
           IF TAMANO > 200
              MOVE 200 TO TAMANO
           END-IF.
           EVALUATE POBLACION
              WHEN "G" MOVE "ALTAS DE CONCESIONES" TO NOMBREPOB
              WHEN "L" MOVE "BAJAS DE PERSONAL (ISGRRHH)"
                            TO NOMBREPOB
              WHEN "F" MOVE "CONCESIONES DE EMERGENCIA" TO NOMBREPOB
              WHEN "P" MOVE "APROBACIONES DE FSGPEND" TO NOMBREPOB
              WHEN "C" MOVE "DECISIONES DE RECERTIFICACION"
                            TO NOMBREPOB
              WHEN OTHER MOVE SPACES TO NOMBREPOB
           END-EVALUATE.
           EVALUATE METODO
              WHEN "S" MOVE "ALEATORIO SIMPLE" TO NOMBREMET
              WHEN "E" MOVE "ESTRATIFICADO POR ENTIDAD" TO NOMBREMET
              WHEN "D" MOVE "ESTRATIFICADO POR DEPARTAMENTO"
                            TO NOMBREMET
              WHEN "R" MOVE "PONDERADO POR RIESGO" TO NOMBREMET
              WHEN OTHER MOVE SPACES TO NOMBREMET
           END-EVALUATE.
           IF NOMBREPOB = SPACES OR NOMBREMET = SPACES OR
              TAMANO = 0 OR DESDE > HASTA
              DISPLAY "ISGMUESTRA PARAMETROS NO VALIDOS: POBLACION="
                      POBLACIONIN " METODO=" METODOIN " TAMANO="
                      TAMANOIN UPON SYSOUT
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 0 TO SEMILLA.
           IF SEMILLAIN NUMERIC
              MOVE SEMILLAIN TO SEMILLA
           END-IF.
           IF SEMILLA = 0
              MOVE FUNCTION CURRENT-DATE(9:8) TO SEMILLA
           END-IF.
           DIVIDE SEMILLA BY 2147483647 GIVING COCIENTE
                  REMAINDER SEMILLA.
           IF SEMILLA = 0
              MOVE 1 TO SEMILLA
           END-IF.
           MOVE SEMILLA TO SEMILLAUSADA.
           MOVE SEMILLA TO SEMILLAIN.
           MOVE "mnu/SG/FSGUSU" TO NOMBREFSGUSU.
           MOVE "mnu/SG/FSGPEND" TO NOMBREFSGPEND.
           MOVE "mnu/SG/FSGCERT" TO NOMBREFSGCERT.
           MOVE "mnu/SG/FIREREV" TO NOMBREFIREREV.
           MOVE "mnu/SG/LOTEREG" TO NOMBRELOTEREG.
       PROCESOS.
           EVALUATE POBLACION
              WHEN "G" PERFORM CARGAALTAS
              WHEN "L" PERFORM CARGABAJAS
              WHEN "F" PERFORM CARGAFIRE
              WHEN "P" PERFORM CARGAPEND
              WHEN "C" PERFORM CARGACERT
           END-EVALUATE.
           IF TAMANO > TOTALPOB
              MOVE TOTALPOB TO TAMANO
           END-IF.
           MOVE "A" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "MUESTRA DE AUDITORIA DEL " HOY ": POBLACION "
                  POBLACION " (" NOMBREPOB DELIMITED BY "  "
                  ") PERIODO " DESDE "-" HASTA
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE SPACES TO LINEASPOOL.
           STRING "METODO " METODO " (" NOMBREMET DELIMITED BY "  "
                  ") SEMILLA " SEMILLAUSADA " TAMANO " TAMANO
                  " POBLACION " TOTALPOB
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           IF SOBRANPOB > 0
              MOVE SPACES TO LINEASPOOL
              STRING "  POBLACION RECORTADA A 3000: QUEDAN FUERA "
                     SOBRANPOB " ELEMENTOS"
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-IF.
           IF TAMANO > 0
              EVALUATE METODO
                 WHEN "S" PERFORM ELIGESIMPLE
                 WHEN "E" PERFORM ELIGEESTRATOS
                 WHEN "D" PERFORM ELIGEESTRATOS
                 WHEN "R" PERFORM ELIGEPONDERADO
              END-EVALUATE
           END-IF.
           MOVE 0 TO NUMELEM.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > TOTALPOB
              IF PB-ELEGIDO(II) = 1
                 PERFORM LISTAELEMENTO
              END-IF
           END-PERFORM.
           MOVE SPACES TO LINEASPOOL.
           STRING "TOTALES: POBLACION=" TOTALPOB " ELEGIDOS="
                  ELEGIDOS " SEMILLA=" SEMILLAUSADA
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           PERFORM GRABAREGISTRO.
           MOVE ELEGIDOS TO CONTADORMUESTRA.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       CARGAALTAS SECTION.
       CAL.
           MOVE "mnu/SG/FSGUR" TO NOMBREBASE.
           PERFORM LEETRAZAS.
       FIN-CARGAALTAS.
           EXIT.

       CARGABAJAS SECTION.
       CBA.
           MOVE 0 TO TOTALEJE.
           OPEN INPUT FLOTEREG.
           IF ERRORES NOT = "00"
              GO TO FIN-CARGABAJAS
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FLOTEREG AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND LR-ESTADO = "I" AND
                 LR-PROGRAMA = "ISGRRHH" AND TOTALEJE < 500
                 ADD 1 TO TOTALEJE
                 MOVE LR-EJECUCION TO TABLA-EJE(TOTALEJE)
              END-IF
           END-PERFORM.
           CLOSE FLOTEREG.
           IF TOTALEJE = 0
              GO TO FIN-CARGABAJAS
           END-IF.
           MOVE "mnu/SG/FSGUSU" TO NOMBREBASE.
           PERFORM LEETRAZAS.
       FIN-CARGABAJAS.
           EXIT.

       CARGAFIRE SECTION.
       CFI.
           OPEN INPUT FFIR.
           IF ERRORES NOT = "00"
              GO TO FIN-CARGAFIRE
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FFIR AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND FR-REVOCADA NOT < DESDE AND
                 FR-REVOCADA NOT > HASTA
                 MOVE FR-USUARIO TO ITUSUARIO
                 MOVE FR-ROLE TO ITROLE
                 MOVE FR-REVOCADA TO ITFECHA
                 MOVE SPACES TO ITREF
                 STRING "REVISADA " FR-REVISADO " " FR-FIRMANTE
                        DELIMITED BY SIZE
                        INTO ITREF
                 END-STRING
                 PERFORM ANOTAITEM
              END-IF
           END-PERFORM.
           CLOSE FFIR.
       FIN-CARGAFIRE.
           EXIT.

       CARGAPEND SECTION.
       CPE.
           OPEN INPUT FSGPEND.
           IF ERROR-1 NOT = "0"
              GO TO FIN-CARGAPEND
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGPEND NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ESTADO-PED = "A" AND
                 APROB-FECHA NOT < DESDE AND APROB-FECHA NOT > HASTA
                 MOVE REGISTRO-PED(1:64) TO ITUSUARIO
                 MOVE SPACES TO ITROLE
                 IF SERVIDOR-PED = "FSGUR"
                    MOVE REGISTRO-PED(65:64) TO ITROLE
                 END-IF
                 MOVE APROB-FECHA TO ITFECHA
                 MOVE SPACES TO ITREF
                 STRING CLA-FECHA CLA-HORA CLA-SEQ " " SERVIDOR-PED
                        DELIMITED BY SIZE
                        INTO ITREF
                 END-STRING
                 PERFORM ANOTAITEM
              END-IF
           END-PERFORM.
           CLOSE FSGPEND.
       FIN-CARGAPEND.
           EXIT.

       CARGACERT SECTION.
       CCE.
           OPEN INPUT FSGCERT.
           IF ERROR-1 NOT = "0"
              GO TO FIN-CARGACERT
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGCERT NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ESTADO-CERT NOT = "P" AND
                 DECISION-FECHA NOT < DESDE AND
                 DECISION-FECHA NOT > HASTA
                 MOVE CLA-USUARIO OF RSGCERT TO ITUSUARIO
                 MOVE CLA-ROLE OF RSGCERT TO ITROLE
                 MOVE DECISION-FECHA TO ITFECHA
                 MOVE SPACES TO ITREF
                 STRING CLA-CAMPANA " " ESTADO-CERT " " DECIDIDO-POR
                        DELIMITED BY SIZE
                        INTO ITREF
                 END-STRING
                 PERFORM ANOTAITEM
              END-IF
           END-PERFORM.
           CLOSE FSGCERT.
       FIN-CARGACERT.
           EXIT.

       LEETRAZAS SECTION.
       LTZ.
           PERFORM LEECATALOGO.
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
              IF SIGUE = 1 AND TL-FECHA NOT < DESDE AND
                 TL-FECHA NOT > HASTA
                 PERFORM MIRATRAZA
              END-IF
           END-PERFORM.
           CLOSE FTRAZA.
       FIN-LEEUNA.
           EXIT.

       MIRATRAZA SECTION.
       MTR.
           IF POBLACION = "G"
              IF TL-ABM NOT = "A"
                 GO TO FIN-MIRATRAZA
              END-IF
              MOVE TL-REGISTRO(65:64) TO ITROLE
           ELSE
              IF TL-ABM NOT = "M" OR TL-REGISTRO(129:1) NOT = "N"
                 GO TO FIN-MIRATRAZA
              END-IF
              MOVE 0 TO ESDERRHH
              PERFORM VARYING EE FROM 1 BY 1
                      UNTIL EE > TOTALEJE OR ESDERRHH = 1
                 IF TABLA-EJE(EE) = TL-EJECUCION
                    MOVE 1 TO ESDERRHH
                 END-IF
              END-PERFORM
              IF ESDERRHH = 0
                 GO TO FIN-MIRATRAZA
              END-IF
              MOVE SPACES TO ITROLE
           END-IF.
           MOVE TL-REGISTRO(1:64) TO ITUSUARIO.
           MOVE TL-FECHA TO ITFECHA.
           MOVE SPACES TO ITREF.
           STRING "SEC " TL-SECUENCIA " " TL-USUARIO
                  DELIMITED BY SIZE
                  INTO ITREF
           END-STRING.
           PERFORM ANOTAITEM.
       FIN-MIRATRAZA.
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

       ANOTAITEM SECTION.
       ANI.
           IF TOTALPOB NOT < 3000
              ADD 1 TO SOBRANPOB
              GO TO FIN-ANOTAITEM
           END-IF.
           ADD 1 TO TOTALPOB.
           MOVE ITUSUARIO TO PB-USUARIO(TOTALPOB).
           MOVE ITROLE TO PB-ROLE(TOTALPOB).
           MOVE ITFECHA TO PB-FECHA(TOTALPOB).
           MOVE ITREF TO PB-REF(TOTALPOB).
           MOVE SPACES TO PB-ESTRATO(TOTALPOB).
           MOVE 1 TO PB-PESO(TOTALPOB).
           MOVE 0 TO PB-ELEGIDO(TOTALPOB).
       FIN-ANOTAITEM.
           EXIT.

       SIGUIENTEALEA SECTION.
       SAL.
           COMPUTE PRODUCTO = SEMILLA * 16807.
           DIVIDE PRODUCTO BY 2147483647 GIVING COCIENTE
                  REMAINDER SEMILLA.
           DIVIDE SEMILLA BY RANGO GIVING COCIENTE
                  REMAINDER ALEA.
       FIN-SIGUIENTEALEA.
           EXIT.

       ELIGESIMPLE SECTION.
       ESM.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > TOTALPOB
              MOVE II TO TABLA-IX(II)
           END-PERFORM.
           MOVE TOTALPOB TO MM.
           MOVE TAMANO TO KK.
           PERFORM BARAJA.
       FIN-ELIGESIMPLE.
           EXIT.

       BARAJA SECTION.
       BAR.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > KK OR II > MM
              COMPUTE RANGO = MM - II + 1
              PERFORM SIGUIENTEALEA
              COMPUTE JJ = II + ALEA
              MOVE TABLA-IX(II) TO AUXIX
              MOVE TABLA-IX(JJ) TO TABLA-IX(II)
              MOVE AUXIX TO TABLA-IX(JJ)
              MOVE 1 TO PB-ELEGIDO(TABLA-IX(II))
              ADD 1 TO ELEGIDOS
           END-PERFORM.
       FIN-BARAJA.
           EXIT.

       ELIGEESTRATOS SECTION.
       EES.
           MOVE 0 TO USUABIERTO.
           IF METODO = "E"
              OPEN INPUT FSGUSU
              IF ERROR-1 = "0"
                 MOVE 1 TO USUABIERTO
              END-IF
           END-IF.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > TOTALPOB
              PERFORM ASIGNAESTRATO
           END-PERFORM.
           IF USUABIERTO = 1
              CLOSE FSGUSU
           END-IF.
           MOVE 0 TO SUMACUOTAS.
           PERFORM VARYING HH FROM 1 BY 1 UNTIL HH > TOTALEST
              COMPUTE PRODCUOTA = TAMANO * ES-TOTAL(HH)
              DIVIDE PRODCUOTA BY TOTALPOB GIVING ES-CUOTA(HH)
                     REMAINDER ES-RESTO(HH)
              ADD ES-CUOTA(HH) TO SUMACUOTAS
           END-PERFORM.
           COMPUTE SOBRANTE = TAMANO - SUMACUOTAS.
           PERFORM UNTIL SOBRANTE = 0
              MOVE 0 TO MEJOR
              PERFORM VARYING HH FROM 1 BY 1 UNTIL HH > TOTALEST
                 IF ES-CUOTA(HH) < ES-TOTAL(HH)
                    IF MEJOR = 0
                       MOVE HH TO MEJOR
                    ELSE
                       IF ES-RESTO(HH) > ES-RESTO(MEJOR)
                          MOVE HH TO MEJOR
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF MEJOR = 0
                 MOVE 0 TO SOBRANTE
              ELSE
                 ADD 1 TO ES-CUOTA(MEJOR)
                 MOVE 0 TO ES-RESTO(MEJOR)
                 SUBTRACT 1 FROM SOBRANTE
              END-IF
           END-PERFORM.
           PERFORM VARYING HH FROM 1 BY 1 UNTIL HH > TOTALEST
              PERFORM ELIGEESTRATO
           END-PERFORM.
       FIN-ELIGEESTRATOS.
           EXIT.

       ASIGNAESTRATO SECTION.
       AES.
           MOVE "(SIN)" TO ESTRATOIT.
           IF METODO = "E" AND USUABIERTO = 1
              MOVE PB-USUARIO(II) TO CLA OF RSGUSU
              READ FSGUSU WITH IGNORE LOCK INVALID KEY
                   CONTINUE
              END-READ
              IF ERROR-1 = "0" AND ENTIDAD OF RSGUSU NOT = SPACES
                 MOVE ENTIDAD OF RSGUSU TO ESTRATOIT
              END-IF
           END-IF.
           IF METODO = "D"
              MOVE SPACES TO DEPARTUSU
              CALL "SRGETRESP" USING PB-USUARIO(II) RESPONUSU
                   DEPARTUSU ENCONTRADOATR
              IF ENCONTRADOATR = 1 AND DEPARTUSU NOT = SPACES
                 MOVE DEPARTUSU TO ESTRATOIT
              END-IF
           END-IF.
           PERFORM VARYING HH FROM 1 BY 1
                   UNTIL HH > TOTALEST OR ES-CLAVE(HH) = ESTRATOIT
              CONTINUE
           END-PERFORM.
           IF HH > TOTALEST
              IF TOTALEST < 200
                 ADD 1 TO TOTALEST
                 MOVE TOTALEST TO HH
                 MOVE ESTRATOIT TO ES-CLAVE(HH)
                 MOVE 0 TO ES-TOTAL(HH)
              ELSE
                 MOVE 200 TO HH
              END-IF
           END-IF.
           MOVE ES-CLAVE(HH) TO PB-ESTRATO(II).
           ADD 1 TO ES-TOTAL(HH).
       FIN-ASIGNAESTRATO.
           EXIT.

       ELIGEESTRATO SECTION.
       EET.
           MOVE 0 TO MM.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > TOTALPOB
              IF PB-ESTRATO(II) = ES-CLAVE(HH)
                 ADD 1 TO MM
                 MOVE II TO TABLA-IX(MM)
              END-IF
           END-PERFORM.
           MOVE ES-CUOTA(HH) TO KK.
           PERFORM BARAJA.
           MOVE SPACES TO LINEASPOOL.
           STRING "  ESTRATO " ES-CLAVE(HH) " POBLACION "
                  ES-TOTAL(HH) " MUESTRA " ES-CUOTA(HH)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-ELIGEESTRATO.
           EXIT.

       ELIGEPONDERADO SECTION.
       EPO.
           PERFORM CARGARIESGO.
           MOVE 0 TO PESOTOTAL.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > TOTALPOB
              MOVE 1 TO PB-PESO(II)
              PERFORM VARYING RR FROM 1 BY 1 UNTIL RR > TOTALRIE
                 IF RG-CLAVE(RR) = PB-USUARIO(II)
                    COMPUTE PB-PESO(II) = RG-PUNTOS(RR) + 1
                    MOVE TOTALRIE TO RR
                 END-IF
              END-PERFORM
              ADD PB-PESO(II) TO PESOTOTAL
           END-PERFORM.
           DIVIDE PESOTOTAL BY TAMANO GIVING INTERVALO.
           IF INTERVALO = 0
              MOVE 1 TO INTERVALO
           END-IF.
           MOVE INTERVALO TO RANGO.
           PERFORM SIGUIENTEALEA.
           MOVE ALEA TO PUNTO.
           MOVE 0 TO ACUMULADO.
           MOVE 0 TO PUNTOSHECHOS.
           PERFORM VARYING II FROM 1 BY 1
                   UNTIL II > TOTALPOB OR PUNTOSHECHOS NOT < TAMANO
              COMPUTE TOPE = ACUMULADO + PB-PESO(II)
              PERFORM UNTIL PUNTO NOT < TOPE OR
                      PUNTOSHECHOS NOT < TAMANO
                 IF PB-ELEGIDO(II) = 0
                    MOVE 1 TO PB-ELEGIDO(II)
                    ADD 1 TO ELEGIDOS
                 END-IF
                 ADD 1 TO PUNTOSHECHOS
                 ADD INTERVALO TO PUNTO
              END-PERFORM
              MOVE TOPE TO ACUMULADO
           END-PERFORM.
           MOVE SPACES TO LINEASPOOL.
           STRING "  PESO TOTAL " PESOTOTAL " INTERVALO " INTERVALO
                  " ARRANQUE " ALEA " PUNTUACIONES DEL " FECHARIE
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-ELIGEPONDERADO.
           EXIT.

       CARGARIESGO SECTION.
       CRI.
           MOVE 0 TO TOTALRIE.
           MOVE 0 TO FECHARIE.
           OPEN INPUT FHIS.
           IF ERRORES NOT = "00"
              GO TO FIN-CARGARIESGO
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FHIS AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND HI-TIPO = "U"
                 IF HI-FECHA > FECHARIE
                    MOVE HI-FECHA TO FECHARIE
                    MOVE 0 TO TOTALRIE
                 END-IF
                 IF HI-FECHA = FECHARIE AND TOTALRIE < 3000
                    ADD 1 TO TOTALRIE
                    MOVE HI-CLAVE TO RG-CLAVE(TOTALRIE)
                    MOVE HI-PUNTOS TO RG-PUNTOS(TOTALRIE)
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FHIS.
       FIN-CARGARIESGO.
           EXIT.

       LISTAELEMENTO SECTION.
       LEL.
           ADD 1 TO NUMELEM.
           MOVE SPACES TO LINEASPOOL.
           STRING "ELEMENTO " NUMELEM " " PB-USUARIO(II)(1:28) " "
                  PB-ROLE(II)(1:28) " " PB-FECHA(II) " "
                  PB-REF(II) " " PB-ESTRATO(II)(1:8) " "
                  PB-PESO(II)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           CALL "SREVIDENCIA" USING PB-USUARIO(II) PB-ROLE(II)
                TABLA-EVI-L TOTALEVI.
           PERFORM VARYING VV FROM 1 BY 1 UNTIL VV > TOTALEVI
              MOVE SPACES TO LINEASPOOL
              STRING "    " LINEAEVI(VV)(1:128)
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-PERFORM.
           IF TOTALEVI = 0
              MOVE "    SIN EVIDENCIA ENCONTRADA" TO LINEASPOOL
              PERFORM ESCUPELINEA
           END-IF.
       FIN-LISTAELEMENTO.
           EXIT.

       GRABAREGISTRO SECTION.
       GRE.
           OPEN EXTEND FREG.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREREG
              OPEN OUTPUT FREG
           END-IF.
           IF ERRORES NOT = "00"
              DISPLAY "ISGMUESTRA NO SE PUDO GRABAR " NOMBREREG
                      UPON SYSOUT
              GO TO FIN-GRABAREGISTRO
           END-IF.
           MOVE HOY TO MR-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MR-HORA.
           MOVE USUARIO TO MR-USUARIO.
           MOVE POBLACION TO MR-POBLACION.
           MOVE DESDE TO MR-DESDE.
           MOVE HASTA TO MR-HASTA.
           MOVE TAMANO TO MR-TAMANO.
           MOVE METODO TO MR-METODO.
           MOVE SEMILLAUSADA TO MR-SEMILLA.
           MOVE TOTALPOB TO MR-POBTOTAL.
           MOVE ELEGIDOS TO MR-ELEGIDOS.
           WRITE RREG.
           CLOSE FREG.
       FIN-GRABAREGISTRO.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-ESCUPELINEA.
           EXIT.
