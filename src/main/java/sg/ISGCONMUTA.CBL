       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGCONMUTA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      CONMUTACION CONTROLADA ENTRE PRIMARIO Y
                      RESPALDO Y SU REGRESO, POR PASOS QUE SE LANZAN
                      EN EL ENTORNO QUE TOCA Y QUE DEJAN CADA UNO SU
                      PUNTO DE CONTROL EN mnu/SG/CONMUTALOG. CERCAR
                      (EN EL PRIMARIO) PONE LA MARCA mnu/SG/CERCO
                      PARA QUE LOS SERVIDORES SSGXXX RECHACEN LAS
                      ESCRITURAS (SRCERCO), ESPERA CONMUTAESPERA
                      SEGUNDOS (POR DEFECTO 5) A QUE TERMINEN LAS
                      EN CURSO, LANZA EL ULTIMO ISGENVIA Y DEJA EN
                      REPLSALIDAFIN, SELLADO CON SRMANIF, EL NUMERO
                      FINAL DE LINEAS DE REPLSALIDA; EL TRANSPORTE LO
                      LLEVA COMO REPLENTRADAFIN. CONFIRMAR (EN EL
                      RESPALDO) LANZA ISGAPLICA Y COMPRUEBA QUE LA
                      MARCA DE LINEAS APLICADAS LLEGA A ESE NUMERO
                      FINAL. PROMOVER (EN EL RESPALDO, SOLO TRAS UN
                      CONFIRMAR BUENO) LE QUITA LA CERCA, LO MARCA
                      PRIMARIO EN mnu/SG/REPLROL E INVIERTE LA
                      REPLICACION: VACIA REPLSALIDA Y PONE LAS MARCAS
                      TRZENVHWM DE CADA MAESTRO EN SU ULTIMA
                      SECUENCIA PARA QUE NO SE DEVUELVA LO YA
                      APLICADO. DEGRADAR (EN EL VIEJO PRIMARIO, SOLO
                      TRAS UN CERCAR BUENO) LO MARCA RESPALDO, DEJA
                      LA CERCA PUESTA, VACIA SU REPLENTRADA Y SU
                      REPLSALIDA Y PONE A CERO LA MARCA DE
                      ISGAPLICA. EL REGRESO ES LA MISMA SECUENCIA
                      LANZADA DESDE EL OTRO LADO. ESTADO LISTA EL
                      PAPEL, LA CERCA Y LOS ULTIMOS PUNTOS DE
                      CONTROL. RESULTADO 0 BUENO, 1 PASO NO
                      PERMITIDO AHORA, 2 FICHERO, 3 EL RESPALDO NO
                      HA LLEGADO AL FINAL. SALE POR CONSOLA Y POR EL
                      CARRETE DE INFORMES (CONMUTA).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WO-TRAZA-SEL".

           SELECT FCERCO
                  ASSIGN TO RANDOM NOMBRECERCO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT FROL
                  ASSIGN TO RANDOM NOMBREROL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT FLOG
                  ASSIGN TO RANDOM NOMBRELOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT FFIN
                  ASSIGN TO RANDOM NOMBREFIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT FREPL
                  ASSIGN TO RANDOM NOMBREREPL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT FHWM
                  ASSIGN TO RANDOM NOMBREHWM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT FCAT
                  ASSIGN TO RANDOM NOMBRECAT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "WO-TRAZA-FD".

       FD  FCERCO
           DATA RECORD IS RCERCO.
       01  RCERCO.
           03 CE-ESTADO PIC X(1).
           03 CE-FECHA PIC 9(8).
           03 CE-HORA PIC 9(6).
           03 CE-USUARIO PIC X(15).

       FD  FROL
           DATA RECORD IS RROL.
       01  RROL.
           03 RO-PAPEL PIC X(10).
           03 RO-FECHA PIC 9(8).
           03 RO-HORA PIC 9(6).

       FD  FLOG
           DATA RECORD IS RLOG.
       01  RLOG.
           03 CK-PASO PIC X(10).
           03 CK-FECHA PIC 9(8).
           03 CK-HORA PIC 9(6).
           03 CK-USUARIO PIC X(15).
           03 CK-RESULTADO PIC 9.
           03 CK-DETALLE PIC X(80).

       FD  FFIN
           DATA RECORD IS RFIN.
       01  RFIN.
           03 FI-LINEAS PIC 9(9).
           03 FI-FECHA PIC 9(8).
           03 FI-HORA PIC 9(6).

       FD  FREPL
           DATA RECORD IS RREPL.
       01  RREPL      PIC X(512).

       FD  FHWM
           DATA RECORD IS RHWM.
       01  RHWM.
           03 HW-NUMERO PIC 9(9).

       FD  FCAT
           DATA RECORD IS RCAT.
       01  RCAT       PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 NOMBRECERCO                 PIC X(256)
          VALUE "mnu/SG/CERCO".
       01 NOMBREROL                   PIC X(256)
          VALUE "mnu/SG/REPLROL".
       01 NOMBRELOG                   PIC X(256)
          VALUE "mnu/SG/CONMUTALOG".
       01 NOMBREFIN                   PIC X(256).
       01 NOMBREREPL                  PIC X(256).
       01 NOMBREHWM                   PIC X(256).
       01 NOMBRECAT                   PIC X(256).
       01 NOMBRETRAZA                 PIC X(256).
       01 NOMBREBASE                  PIC X(256).
       01 SIGUE                       PIC 9.
       01 HOY                         PIC 9(8).
       01 AHORA                       PIC 9(6).
       01 PAPEL                       PIC X(10).
       01 CERCOPUESTO                 PIC 9.
       01 ULTCERCAR                   PIC 9.
       01 ULTCONFIRMAR                PIC 9.
       01 LINEASFIN                   PIC 9(9).
       01 LINEASAPL                   PIC 9(9).
       01 LINEASREPL                  PIC 9(9).
       01 MAXSECUENCIA                PIC 9(9).
       01 NUMEROHWM                   PIC 9(9).
       01 CONTADORPASO                PIC 9(8).
       01 DETALLE                     PIC X(80).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 SEGESPERA                   PIC 9(3).
       01 NSESPERA                    PIC S9(18) COMP-5.
       01 ACCIONMAN                   PIC X.
       01 PROGRAMAMAN                 PIC X(12) VALUE "ISGCONMUTA".
       01 RESULTADOMAN                PIC 9.
       01 MOTIVOMAN                   PIC X(40).
       01 TABLA-MAESTRO-L.
          05 TABLA-MAESTRO            PIC X(8) OCCURS 8 TIMES.
       01 MM                          PIC 9.
       01 TABLA-GEN-L.
          05 TABLA-GEN                PIC X(8) OCCURS 400 TIMES.
       01 TOTALGEN                    PIC 9(3).
       01 GG                          PIC 9(3).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "CONMUTA".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).

       LINKAGE SECTION.
       01 PASOCON                     PIC X(10).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING PASOCON RESULTADO.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO RESULTADO.
           MOVE 0 TO CONTADORLIN.
           MOVE SPACES TO DETALLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AHORA.
           MOVE "FSGROLE" TO TABLA-MAESTRO(1).
           MOVE "FSGNODO" TO TABLA-MAESTRO(2).
           MOVE "FSGNR" TO TABLA-MAESTRO(3).
           MOVE "FSGSER" TO TABLA-MAESTRO(4).
           MOVE "FSGUR" TO TABLA-MAESTRO(5).
           MOVE "FSGRC" TO TABLA-MAESTRO(6).
           MOVE "FSGUSU" TO TABLA-MAESTRO(7).
           MOVE "FSGRDES" TO TABLA-MAESTRO(8).
       PROCESOS.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           PERFORM LEEPAPEL.
           PERFORM LEECERCO.
           PERFORM LEEPUNTOS.
           MOVE SPACES TO LINEASPOOL.
           STRING "CONMUTACION PASO " PASOCON
                  " PAPEL " PAPEL
                  " CERCA " CERCOPUESTO
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           EVALUATE PASOCON
              WHEN "CERCAR" PERFORM CERCAR
              WHEN "CONFIRMAR" PERFORM CONFIRMAR
              WHEN "PROMOVER" PERFORM PROMOVER
              WHEN "DEGRADAR" PERFORM DEGRADAR
              WHEN "ESTADO" PERFORM ESTADO
              WHEN OTHER
                 MOVE 1 TO RESULTADO
                 MOVE "PASO DESCONOCIDO" TO DETALLE
           END-EVALUATE.
           IF PASOCON NOT = "ESTADO"
              PERFORM PUNTOCONTROL
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "RESULTADO " RESULTADO " " DETALLE
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

       CERCAR SECTION.
       CER.
           IF PAPEL = "RESPALDO"
              MOVE 1 TO RESULTADO
              MOVE "ESTE ENTORNO YA ES EL RESPALDO" TO DETALLE
              GO TO FIN-CERCAR
           END-IF.
           CALL "PRUMKDIR" USING NOMBRECERCO.
           OPEN OUTPUT FCERCO.
           IF ERRORES NOT = "00"
              MOVE 2 TO RESULTADO
              MOVE "NO SE PUDO PONER LA CERCA" TO DETALLE
              GO TO FIN-CERCAR
           END-IF.
           MOVE "C" TO CE-ESTADO.
           MOVE HOY TO CE-FECHA.
           MOVE AHORA TO CE-HORA.
           MOVE USUARIO TO CE-USUARIO.
           WRITE RCERCO.
           CLOSE FCERCO.
           MOVE "CERCA PUESTA, ESCRITURAS RECHAZADAS" TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           MOVE 5 TO SEGESPERA.
           MOVE "CONMUTAESPERA" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO SEGESPERA
           END-IF.
           IF SEGESPERA > 0
              COMPUTE NSESPERA = SEGESPERA * 1000000000
              CALL "CBL_GC_NANOSLEEP" USING NSESPERA
           END-IF.
           MOVE 0 TO CONTADORPASO.
           CALL "ISGENVIA" USING CONTADORPASO.
           MOVE SPACES TO LINEASPOOL.
           STRING "ULTIMO ENVIO, REGISTROS=" CONTADORPASO
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "mnu/SG/REPLSALIDA" TO NOMBREREPL.
           PERFORM CUENTAREPL.
           MOVE "mnu/SG/REPLSALIDAFIN" TO NOMBREFIN.
           OPEN OUTPUT FFIN.
           IF ERRORES NOT = "00"
              MOVE 2 TO RESULTADO
              MOVE "NO SE PUDO GRABAR REPLSALIDAFIN" TO DETALLE
              GO TO FIN-CERCAR
           END-IF.
           MOVE LINEASREPL TO FI-LINEAS.
           MOVE HOY TO FI-FECHA.
           MOVE AHORA TO FI-HORA.
           WRITE RFIN.
           CLOSE FFIN.
           MOVE "E" TO ACCIONMAN.
           CALL "SRMANIF" USING ACCIONMAN NOMBREFIN PROGRAMAMAN
                RESULTADOMAN MOTIVOMAN.
           MOVE SPACES TO DETALLE.
           STRING "LINEAS FINALES " LINEASREPL
                  DELIMITED BY SIZE
                  INTO DETALLE
           END-STRING.
       FIN-CERCAR.
           EXIT.

       CONFIRMAR SECTION.
       CON.
           IF PAPEL = "PRIMARIO"
              MOVE 1 TO RESULTADO
              MOVE "ESTE ENTORNO ES EL PRIMARIO" TO DETALLE
              GO TO FIN-CONFIRMAR
           END-IF.
           MOVE "mnu/SG/REPLENTRADAFIN" TO NOMBREFIN.
           MOVE "V" TO ACCIONMAN.
           CALL "SRMANIF" USING ACCIONMAN NOMBREFIN PROGRAMAMAN
                RESULTADOMAN MOTIVOMAN.
           IF RESULTADOMAN NOT = 0 OR MOTIVOMAN NOT = SPACES
              MOVE 1 TO RESULTADO
              MOVE SPACES TO DETALLE
              STRING "SIN REPLENTRADAFIN VALIDO: " MOTIVOMAN
                     DELIMITED BY SIZE
                     INTO DETALLE
              END-STRING
              GO TO FIN-CONFIRMAR
           END-IF.
           OPEN INPUT FFIN.
           IF ERRORES NOT = "00"
              MOVE 2 TO RESULTADO
              MOVE "NO SE PUDO LEER REPLENTRADAFIN" TO DETALLE
              GO TO FIN-CONFIRMAR
           END-IF.
           MOVE 0 TO LINEASFIN.
           READ FFIN AT END
                MOVE 0 TO FI-LINEAS.
           IF FI-LINEAS NUMERIC
              MOVE FI-LINEAS TO LINEASFIN
           END-IF.
           CLOSE FFIN.
           MOVE 0 TO CONTADORPASO.
           CALL "ISGAPLICA" USING CONTADORPASO.
           MOVE "mnu/SG/REPLENTRADAHWM" TO NOMBREHWM.
           PERFORM LEEHWM.
           MOVE NUMEROHWM TO LINEASAPL.
           MOVE SPACES TO DETALLE.
           STRING "APLICADAS " LINEASAPL " DE " LINEASFIN
                  DELIMITED BY SIZE
                  INTO DETALLE
           END-STRING.
           IF LINEASAPL < LINEASFIN
              MOVE 3 TO RESULTADO
           END-IF.
       FIN-CONFIRMAR.
           EXIT.

       PROMOVER SECTION.
       PRO.
           IF ULTCONFIRMAR NOT = 0
              MOVE 1 TO RESULTADO
              MOVE "FALTA UN CONFIRMAR BUENO DESPUES DEL ULTIMO CAMBIO"
                   TO DETALLE
              GO TO FIN-PROMOVER
           END-IF.
           MOVE "PRIMARIO" TO PAPEL.
           PERFORM GRABAPAPEL.
           IF RESULTADO NOT = 0
              GO TO FIN-PROMOVER
           END-IF.
           CALL "PRURM" USING NOMBRECERCO.
           MOVE "CERCA QUITADA, ESCRITURAS ADMITIDAS" TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           PERFORM VARYING MM FROM 1 BY 1 UNTIL MM > 8
              PERFORM MARCAMAESTRO
           END-PERFORM.
           MOVE "mnu/SG/REPLSALIDA" TO NOMBREREPL.
           PERFORM VACIAREPL.
           MOVE "REPLICACION INVERTIDA, ESTE ENTORNO ENVIA"
                TO DETALLE.
       FIN-PROMOVER.
           EXIT.

       DEGRADAR SECTION.
       DEG.
           IF ULTCERCAR NOT = 0
              MOVE 1 TO RESULTADO
              MOVE "FALTA UN CERCAR BUENO DESPUES DEL ULTIMO CAMBIO"
                   TO DETALLE
              GO TO FIN-DEGRADAR
           END-IF.
           IF CERCOPUESTO = 0
              MOVE 1 TO RESULTADO
              MOVE "LA CERCA NO ESTA PUESTA" TO DETALLE
              GO TO FIN-DEGRADAR
           END-IF.
           MOVE "RESPALDO" TO PAPEL.
           PERFORM GRABAPAPEL.
           IF RESULTADO NOT = 0
              GO TO FIN-DEGRADAR
           END-IF.
           MOVE "mnu/SG/REPLENTRADA" TO NOMBREREPL.
           PERFORM VACIAREPL.
           MOVE "mnu/SG/REPLSALIDA" TO NOMBREREPL.
           PERFORM VACIAREPL.
           MOVE "mnu/SG/REPLENTRADAHWM" TO NOMBREHWM.
           MOVE 0 TO NUMEROHWM.
           PERFORM GRABAHWM.
           MOVE "ESTE ENTORNO RECIBE, CERCA PUESTA" TO DETALLE.
       FIN-DEGRADAR.
           EXIT.

       ESTADO SECTION.
       EST.
           OPEN INPUT FLOG.
           IF ERRORES NOT = "00"
              MOVE "SIN PUNTOS DE CONTROL" TO DETALLE
              GO TO FIN-ESTADO
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FLOG AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 MOVE SPACES TO LINEASPOOL
                 STRING "  " CK-FECHA " " CK-HORA " " CK-PASO
                        " " CK-USUARIO " " CK-RESULTADO
                        " " CK-DETALLE(1:60)
                        DELIMITED BY SIZE
                        INTO LINEASPOOL
                 END-STRING
                 PERFORM ESCUPELINEA
              END-IF
           END-PERFORM.
           CLOSE FLOG.
       FIN-ESTADO.
           EXIT.

       LEEPAPEL SECTION.
       LPA.
           MOVE SPACES TO PAPEL.
           OPEN INPUT FROL.
           IF ERRORES NOT = "00"
              GO TO FIN-LEEPAPEL
           END-IF.
           READ FROL AT END
                MOVE SPACES TO RO-PAPEL.
           MOVE RO-PAPEL TO PAPEL.
           CLOSE FROL.
       FIN-LEEPAPEL.
           EXIT.

       GRABAPAPEL SECTION.
       GPA.
           CALL "PRUMKDIR" USING NOMBREROL.
           OPEN OUTPUT FROL.
           IF ERRORES NOT = "00"
              MOVE 2 TO RESULTADO
              MOVE "NO SE PUDO GRABAR REPLROL" TO DETALLE
              GO TO FIN-GRABAPAPEL
           END-IF.
           MOVE PAPEL TO RO-PAPEL.
           MOVE HOY TO RO-FECHA.
           MOVE AHORA TO RO-HORA.
           WRITE RROL.
           CLOSE FROL.
       FIN-GRABAPAPEL.
           EXIT.

       LEECERCO SECTION.
       LCE.
           MOVE 0 TO CERCOPUESTO.
           OPEN INPUT FCERCO.
           IF ERRORES NOT = "00"
              GO TO FIN-LEECERCO
           END-IF.
           READ FCERCO AT END
                MOVE SPACES TO CE-ESTADO.
           IF CE-ESTADO = "C"
              MOVE 1 TO CERCOPUESTO
           END-IF.
           CLOSE FCERCO.
       FIN-LEECERCO.
           EXIT.

       LEEPUNTOS SECTION.
       LPU.
           MOVE 9 TO ULTCERCAR.
           MOVE 9 TO ULTCONFIRMAR.
           OPEN INPUT FLOG.
           IF ERRORES NOT = "00"
              GO TO FIN-LEEPUNTOS
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FLOG AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 EVALUATE CK-PASO
                    WHEN "CERCAR" MOVE CK-RESULTADO TO ULTCERCAR
                    WHEN "CONFIRMAR" MOVE CK-RESULTADO TO ULTCONFIRMAR
                    WHEN "PROMOVER"
                       IF CK-RESULTADO = 0
                          MOVE 9 TO ULTCONFIRMAR
                       END-IF
                    WHEN "DEGRADAR"
                       IF CK-RESULTADO = 0
                          MOVE 9 TO ULTCERCAR
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM.
           CLOSE FLOG.
       FIN-LEEPUNTOS.
           EXIT.

       PUNTOCONTROL SECTION.
       PCO.
           OPEN EXTEND FLOG.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBRELOG
              OPEN OUTPUT FLOG
           END-IF.
           IF ERRORES NOT = "00"
              GO TO FIN-PUNTOCONTROL
           END-IF.
           MOVE PASOCON TO CK-PASO.
           MOVE HOY TO CK-FECHA.
           MOVE AHORA TO CK-HORA.
           MOVE USUARIO TO CK-USUARIO.
           MOVE RESULTADO TO CK-RESULTADO.
           MOVE DETALLE TO CK-DETALLE.
           WRITE RLOG.
           CLOSE FLOG.
       FIN-PUNTOCONTROL.
           EXIT.

       CUENTAREPL SECTION.
       CRE.
           MOVE 0 TO LINEASREPL.
           OPEN INPUT FREPL.
           IF ERRORES NOT = "00"
              GO TO FIN-CUENTAREPL
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FREPL AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 ADD 1 TO LINEASREPL
              END-IF
           END-PERFORM.
           CLOSE FREPL.
       FIN-CUENTAREPL.
           EXIT.

       VACIAREPL SECTION.
       VRE.
           CALL "PRUMKDIR" USING NOMBREREPL.
           OPEN OUTPUT FREPL.
           IF ERRORES NOT = "00"
              MOVE 2 TO RESULTADO
              MOVE SPACES TO DETALLE
              STRING "NO SE PUDO VACIAR " NOMBREREPL
                     DELIMITED BY SIZE
                     INTO DETALLE
              END-STRING
              GO TO FIN-VACIAREPL
           END-IF.
           CLOSE FREPL.
           MOVE "E" TO ACCIONMAN.
           CALL "SRMANIF" USING ACCIONMAN NOMBREREPL PROGRAMAMAN
                RESULTADOMAN MOTIVOMAN.
       FIN-VACIAREPL.
           EXIT.

       MARCAMAESTRO SECTION.
       MMA.
           MOVE SPACES TO NOMBREBASE.
           STRING "mnu/SG/" TABLA-MAESTRO(MM)
                  DELIMITED BY " "
                  INTO NOMBREBASE
           END-STRING.
           MOVE 0 TO MAXSECUENCIA.
           PERFORM LEECATALOGO.
           PERFORM VARYING GG FROM 1 BY 1 UNTIL GG > TOTALGEN
              MOVE SPACES TO NOMBRETRAZA
              STRING NOMBREBASE "TRZ" TABLA-GEN(GG)
                     DELIMITED BY " "
                     INTO NOMBRETRAZA
              END-STRING
              PERFORM MAXTRAZA
           END-PERFORM.
           MOVE SPACES TO NOMBRETRAZA.
           STRING NOMBREBASE "TRZ"
                  DELIMITED BY " "
                  INTO NOMBRETRAZA
           END-STRING.
           PERFORM MAXTRAZA.
           MOVE SPACES TO NOMBREHWM.
           STRING NOMBREBASE "TRZENVHWM"
                  DELIMITED BY " "
                  INTO NOMBREHWM
           END-STRING.
           MOVE MAXSECUENCIA TO NUMEROHWM.
           PERFORM GRABAHWM.
           MOVE SPACES TO LINEASPOOL.
           STRING "  " TABLA-MAESTRO(MM) " ENVIO DESDE SECUENCIA "
                  MAXSECUENCIA
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-MARCAMAESTRO.
           EXIT.

       MAXTRAZA SECTION.
       MTR.
           OPEN INPUT FTRAZA.
           IF ERRORES NOT = "00"
              GO TO FIN-MAXTRAZA
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FTRAZA AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND TL-SECUENCIA NUMERIC AND
                 TL-SECUENCIA > MAXSECUENCIA
                 MOVE TL-SECUENCIA TO MAXSECUENCIA
              END-IF
           END-PERFORM.
           CLOSE FTRAZA.
       FIN-MAXTRAZA.
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
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FCAT AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND TOTALGEN < 400
                 ADD 1 TO TOTALGEN
                 MOVE RCAT TO TABLA-GEN(TOTALGEN)
              END-IF
           END-PERFORM.
           CLOSE FCAT.
       FIN-LEECATALOGO.
           EXIT.

       LEEHWM SECTION.
       LHW.
           MOVE 0 TO NUMEROHWM.
           OPEN INPUT FHWM.
           IF ERRORES NOT = "00"
              GO TO FIN-LEEHWM
           END-IF.
           READ FHWM AT END
                MOVE 0 TO HW-NUMERO.
           IF HW-NUMERO NUMERIC
              MOVE HW-NUMERO TO NUMEROHWM
           END-IF.
           CLOSE FHWM.
       FIN-LEEHWM.
           EXIT.

       GRABAHWM SECTION.
       GHW.
           CALL "PRUMKDIR" USING NOMBREHWM.
           OPEN OUTPUT FHWM.
           IF ERRORES NOT = "00"
              MOVE 2 TO RESULTADO
              GO TO FIN-GRABAHWM
           END-IF.
           MOVE NUMEROHWM TO HW-NUMERO.
           WRITE RHWM.
           CLOSE FHWM.
       FIN-GRABAHWM.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
