                      LA JUSTIFICACION REGISTRADA AL ENCOLARLA
                      (SRGETJUST) Y VIAJA EN JUSTIFICAPOL, PARA
                      QUE LA POLITICA REQ-JUSTIFICA DE FSGPOL NO
                      RECHACE APROBACIONES YA JUSTIFICADAS. AL
                      DECIDIR UNA ALTA O BAJA DE FSGUR SE CIERRA EL
                      TICKET PENDIENTE QUE LA PIDIO EN LINEA
                      (SRTICKETEST), "A" SI SE APRUEBA Y "X" SI SE
                      RECHAZA.
                      EN UN PERIODO DE VEDA DEL CALENDARIO (SRCHKVEDA)
                      APROBAR SE RECHAZA (INVALIDKEY 9, ERRORES "F3")
                      SALVO QUE EL APROBADOR MARQUE SALTA-VEDA "S";
                      ESA EXCEPCION QUEDA EN LA FILA Y EN LA TRAZA DE
                      EXCEPCIONES DE VEDA PARA EL INFORME ISGVEDA.
                      APROBAR UNA PETICION LOTE/LIBERA (EJECUCION DE
                      LOTE RETENIDA POR EL CORTE DE CAMBIOS MASIVOS)
                      APUNTA LA LIBERACION DE ESA ALIMENTACION Y
                      SECUENCIA (SRCONTROL) PARA QUE LA SIGUIENTE PASADA
                      DEL MISMO FICHERO SE APLIQUE. LAS ACTIVACIONES DE
                      CONCESIONES ELEGIBLES CUYA POLITICA EXIGE
                      APROBACION (FSGUR ACTIVAR) SE APLICAN CON SRJIT,
                      QUE ABRE LA VENTANA DESDE EL MOMENTO DE LA
                      APROBACION. UNA CONCESION CUYO USUARIO NO CUMPLE
                      LOS REQUISITOS DE FORMACION DEL ROLE NO SE APLICA
                      AL APROBARLA (SRURGRABA) Y LA APROBACION DEVUELVE
                      4. LA OPERACION BLOQUEO PIDE UN BLOQUEO MASIVO POR
                      INCIDENTE O SU LIBERACION (ISGBLOQUEO: ACCION,
                      CASO, TIPO Y VALOR DEL ALCANCE), QUE SE ENCOLA
                      COMO FSGBLOQ BLOQUEA O LIBERA Y AL APROBARSE SE
                      APLICA CON SRBLOQUEO; BAJO FIRECALL SE APLICA AL
                      MOMENTO. APROBAR UNA CONCESION DE FSGUR CON
                      CONFLICTO DE INTERESES (SRCHKINTERES: LA PROPIA,
                      LA DE UN SUPERIOR EN LA LINEA DE FSGATR O UNA QUE
                      PIDIO EL APROBADOR A NOMBRE DE OTRO SEGUN FSGJUST
                      O FSGTICKET) SE RECHAZA CON 6 Y EL MOTIVO EN
                      GETRAZON. APROBAR EXIGE LA FIRMA DEL APROBADOR: SU
                      CONTRASENA EN LAS ULTIMAS 64 POSICIONES DE VALORES
                      (385:64), QUE SE COMPRUEBA CON SRFIRMA
                      (SRVERIFICA) JUSTO ANTES DE APLICAR. SIN FIRMA
                      VALIDA SE RECHAZA CON 9 Y ERRORES "F6" Y LA
                      FALLIDA CUENTA PARA EL BLOQUEO DE LA CREDENCIAL;
                      LA BUENA QUEDA EN LA FILA (FIRMA-METODO, FIRMA-
                      FECHA Y FIRMA-HORA) Y EN LA TRAZA. LOS CAMPOS DE
                      FIRMA SOLO LOS PONE LA DECISION FIRMADA: WRI LOS
                      GRABA VACIOS Y REW CONSERVA LOS DEL REGISTRO
                      GUARDADO, DIGA LO QUE DIGA EL CLIENTE. WRI CREA LA
                      PETICION SIEMPRE PENDIENTE (P), A NOMBRE DE QUIEN
                      LA GRABA COMO SOLICITANTE, SIN APROBADOR NI SALTO
                      DE VEDA. REW SOLO CAMBIA SERVIDOR-PED, OPER-PED Y
                      REGISTRO-PED, SOLO LO PUEDE HACER EL SOLICITANTE
                      (SI NO, 7) Y SOLO MIENTRAS LA PETICION ESTA
                      PENDIENTE (SI NO, 3): ESTADO-PED, APROBADOR,
                      APROB-FECHA, SOLICITANTE Y SALTA-VEDA SE CONSERVAN
                      DEL REGISTRO GUARDADO Y SOLO LOS MUEVEN APROBAR Y
                      RECHAZAR. VERSION-PED SUBE EN CADA REESCRITURA Y
                      EN CADA DECISION; REW COMPRUEBA QUE LA VERSION DEL
                      CLIENTE SIGUE SIENDO LA GUARDADA (SRCHKSELLO): SI
                      OTRO LA HA CAMBIADO SE RECHAZA CON 9 Y ERRORES F4,
                      SIN VERSION CON F5 DESDE LA FECHA SELLOREW, Y
                      GETCAMBIO DEVUELVE LA VERSION GUARDADA. APROBAR Y
                      RECHAZAR HACEN LA MISMA COMPROBACION CUANDO EL
                      CLIENTE MANDA VERSION, PARA NO DECIDIR SOBRE UNA
                      PETICION QUE HA CAMBIADO DESDE QUE SE LEYO. LAS
                      FILAS ANTERIORES A LA VERSION (SIN ELLA) ADMITEN
                      LA PRIMERA REESCRITURA SIN VERSION. EL BLOQUEO
                      MASIVO CAMBIA FSGUSU: EN VEDA DE FSGUSU
                      (SRCHKVEDA) SE RECHAZA CON 9 Y ERRORES F3 COMO EL
                      ABM.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         03 JAPROBADOR PIC X(15).
         03 JAPROB-FECHA PIC 9(8).
         03 JREGISTRO-PED PIC X(192).
         03 JSALTA-VEDA PIC X(1).
         03 JFIRMA-METODO PIC X(1).
         03 JFIRMA-FECHA PIC 9(8).
         03 JFIRMA-HORA PIC 9(6).
         03 JVERSION-PED PIC 9(6).
         03 JFILLER PIC X(1).
       01 RESULTADOAPL                PIC 9.
       01 ROLEAPL                     PIC X(64).
       01 USUAPL                      PIC X(64).
       01 CLAVETEMP                   PIC X(16).
       01 HUBORESET                   PIC 9 VALUE 0.
       01 ACCIONCONG                  PIC X(1).
       01 VIABLOQ                     PIC X(1) VALUE "P".
       01 CONTADORBLOQ                PIC 9(6).
       01 RUTAAPROB                   PIC X(15).
       01 RAZONRUTA                   PIC X(40) VALUE SPACES.
       01 USUAFECTADO                 PIC X(64).
       01 TIPOACTO                    PIC X(1) VALUE "A".
       01 ROLEAFECTADO                PIC X(64).
       01 CONFLICTOINT                PIC 9.
       01 RESPONRUTA                  PIC X(64).
       01 DEPARTRUTA                  PIC X(16).
       01 ENCONTRADORUTA              PIC 9.
       01 QUIENCOLA                   PIC X(15).
       01 NUMTICKET                   PIC 9(8).
       01 ACCIONTICKET                PIC X(1).
       01 ESTADOTICKET                PIC X(1).
       01 MOTIVOTICKET                PIC X(24).
       01 RESULTADOTICKET             PIC 9.
       01 TIPODUENO                   PIC X(8).
       01 OBJETODUENO                 PIC X(64).
       01 DUENORUTA                   PIC X(64).
       01 SUPLERUTA                   PIC X(64).
       01 ACCIONCTL                   PIC X.
       01 FEEDCTL                     PIC X(12).
       01 NOMBRECTL                   PIC X(256).
       01 SECUENCIACTL                PIC 9(8).
       01 PLANEADOSCTL                PIC 9(8).
       01 POBLACIONCTL                PIC 9(8).
       01 MOTIVOCTL                   PIC X(40).
       01 ACCIONJIT                   PIC X.
       01 HORASJIT                    PIC 9(3).
       01 MOTIVOJIT                   PIC X(64).
       01 RAZONJIT                    PIC X(40).
       01 CLAVEFIRMA                  PIC X(64).
       01 SELLO.
          03 SELLO-FECHA              PIC X(8).
          03 SELLO-VERSION REDEFINES SELLO-FECHA PIC 9(8).
          03 SELLO-HORA               PIC X(6).
       01 CAMBIO.
          03 CAMBIO-POR               PIC X(15).
          03 CAMBIO-FECHA             PIC X(8).
          03 CAMBIO-VERSION REDEFINES CAMBIO-FECHA PIC 9(8).
          03 CAMBIO-HORA              PIC X(6).
       01 SELLOHALLADO                PIC 9.
       01 SELLOMAL                    PIC 9.
       01 CLAVEFIR                    PIC X(128).
       01 RESULTADOFIR                PIC 9.
       01  ERRORES.
           03 ERROR-1        PIC X.
           03 ERROR-2        PIC X.
       01 CONTADORPP                 PIC 9(3).
       01 ABIERTO                     PIC 9.
       01 INVALIDKEY                  PIC 9.
       01 CERCADO                     PIC 9.
       01 LIMITADO                    PIC 9.
       01 ACCIONVEDA                  PIC X.
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).
       01 MAESTROVEDA                 PIC X(8).
       01 SERVIDORLIM                 PIC X(8)
          VALUE "FSGPEND".
       01 ORIGENLEC                   PIC X(12).
       01 INVALIDKEYNEXT              PIC 9.
       01 LONGI                       PIC 99999.
       01 PALPRUPARJ                   PIC X(255).
              ACCEPT BUFERENT FROM SYSIN
           END-IF.
           PERFORM COGE-TRABAJO.
           CALL "SRCERCO" USING OPERACION CERCADO.
           IF CERCADO = 1
              PERFORM CERCADA
              GO TO FIN-PROCESOS
           END-IF.
           CALL "SRLIMITE" USING SERVIDORLIM OPERACION LIMITADO.
           IF LIMITADO = 2
              PERFORM LIMITADA
              GO TO FIN-PROCESOS
           END-IF.
           MOVE SERVIDORLIM TO ORIGENLEC.
           CALL "SRLECTURA" USING ORIGENLEC OPERACION VALORES.
           MOVE SPACES TO MAESTROVEDA.
           IF OPERACION = "WRI" OR "REW" OR "DEL" OR "BULKWRI"
              MOVE SERVIDORLIM TO MAESTROVEDA
           END-IF.
           IF OPERACION = "BLOQUEO"
              MOVE "FSGUSU" TO MAESTROVEDA
           END-IF.
           IF MAESTROVEDA NOT = SPACES
              MOVE "C" TO ACCIONVEDA
              CALL "SRCHKVEDA" USING ACCIONVEDA MAESTROVEDA OPERACION
                   VALORES VEDADO DESVEDA
              IF VEDADO = 1
                 PERFORM VEDADA
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           EVALUATE OPERACION
              WHEN "TODOS" PERFORM CARGATODOS
              WHEN "TRAZAR"
              WHEN "WRI"  PERFORM ESCRIBIR
              WHEN "REW"  PERFORM REESCRIBIR
              WHEN "ENCOLA" PERFORM ENCOLA
              WHEN "BLOQUEO" PERFORM BLOQUEO
              WHEN "APROBAR" PERFORM APROBAR
              WHEN "RECHAZAR" PERFORM RECHAZAR
              WHEN "MICOLA" PERFORM MICOLA
              WHEN "CLO"  PERFORM CERRAR
              WHEN "GER"  PERFORM GETERRORES
              WHEN "GETRAZON" PERFORM GETRAZON
              WHEN "GETCAMBIO" PERFORM GETCAMBIO
              WHEN "PAGTODOS" PERFORM CARGAPAGINADA
              WHEN "GETALL" PERFORM GETALL
              WHEN "SETALL" PERFORM SETALL
           MOVE SPACES TO ENTEXTO.
           STRING "FSGPEND|288|CLA-FECHA,CLA-HORA,CLA-SEQ,"
                  "SERVIDOR-PED,OPER-PED,SOLICITANTE,ESTADO-PED,"
                  "APROBADOR,APROB-FECHA,REGISTRO-PED,SALTA-VEDA,"
                  "FIRMA-METODO,FIRMA-FECHA,FIRMA-HORA,VERSION-PED"
                  DELIMITED BY SIZE
                  INTO ENTEXTO
           END-STRING.
           STOP RUN.
       FIN-TERMINA.

       CERCADA SECTION.
       CER.
           MOVE "F1" TO ERRORES.
           MOVE 9 TO INVALIDKEY.
           MOVE 1 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.
       FIN-CERCADA.

       LIMITADA SECTION.
       LIM.
           MOVE "F2" TO ERRORES.
           MOVE 9 TO INVALIDKEY.
           MOVE 1 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.
       FIN-LIMITADA.

       VEDADA SECTION.
       VED.
           MOVE "F3" TO ERRORES.
           MOVE 9 TO INVALIDKEY.
           MOVE 1 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.
       FIN-VEDADA.

       COGE-TRABAJO SECTION.
       COG-TRA.
           IF ESCRIBIBLE = "P"
       ESCRIBIR SECTION.
       ESCR.
           PERFORM MOVEJTOC.
           MOVE SPACE TO FIRMA-METODO.
           MOVE 0 TO FIRMA-FECHA.
           MOVE 0 TO FIRMA-HORA.
           MOVE USUARIO TO SOLICITANTE.
           MOVE "P" TO ESTADO-PED.
           MOVE SPACES TO APROBADOR.
           MOVE 0 TO APROB-FECHA.
           MOVE SPACE TO SALTA-VEDA.
           MOVE 1 TO VERSION-PED.
           MOVE 0 TO INVALIDKEY.
           IF ABIERTO < 1 OR > 3
              PERFORM ABREIO
              PERFORM CERRAR
              PERFORM ABREIO
           END-IF.
           PERFORM CONSERVADECISION.
           IF INVALIDKEY NOT = 0
              GO TO FIN-REESCRIBIR
           END-IF.
           PERFORM SUBEVERSION.
           REWRITE RSGPEND INVALID KEY
                   MOVE 1 TO INVALIDKEY
                   GO TO FIN-REESCRIBIR.
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.

       BLOQUEO SECTION.
       BLQ.
           MOVE 0 TO INVALIDKEY.
           CALL "ISGBLOQUEO" USING VALORES(1:1) VALORES(2:16)
                VALORES(18:1) VALORES(19:64) CONTADORBLOQ INVALIDKEY.
       FIN-BLOQUEO.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.

       APROBAR SECTION.
       APR.
           MOVE 0 TO HUBORESET.
           MOVE SPACES TO CLAVETEMP.
           MOVE VALORES(385:64) TO CLAVEFIRMA.
           MOVE SPACES TO VALORES(385:64).
           PERFORM DECIDELEER.
           IF INVALIDKEY NOT = 0
              GO TO FIN-APROBAR
              MOVE 7 TO INVALIDKEY
              GO TO FIN-APROBAR
           END-IF.
           IF SERVIDOR-PED = "FSGUR"
              MOVE REGISTRO-PED(1:64) TO USUAFECTADO
              MOVE REGISTRO-PED(65:64) TO ROLEAFECTADO
              CALL "SRCHKINTERES" USING TIPOACTO USUARIO USUAFECTADO
                   ROLEAFECTADO CONFLICTOINT RAZONRUTA
              IF CONFLICTOINT NOT = 0
                 MOVE 6 TO INVALIDKEY
                 GO TO FIN-APROBAR
              END-IF
           END-IF.
           PERFORM RESUELVERUTA.
           IF RUTAAPROB NOT = SPACES AND RUTAAPROB NOT = USUARIO
              MOVE 8 TO INVALIDKEY
              MOVE "ENCAMINADA A OTRO APROBADOR" TO RAZONRUTA
              GO TO FIN-APROBAR
           END-IF.
           PERFORM MIRAVEDA.
           IF INVALIDKEY NOT = 0
              GO TO FIN-APROBAR
           END-IF.
           PERFORM FIRMADECISION.
           IF INVALIDKEY NOT = 0
              GO TO FIN-APROBAR
           END-IF.
           PERFORM APLICA.
           IF INVALIDKEY NOT = 0
              GO TO FIN-APROBAR
           END-IF.
           MOVE "A" TO ESTADO-PED.
           PERFORM DECIDEGRABA.
           IF INVALIDKEY = 0 AND SALTA-VEDA = "S" AND VEDADO = 1
              MOVE "E" TO ACCIONVEDA
              CALL "SRCHKVEDA" USING ACCIONVEDA SERVIDOR-PED OPER-PED
                   REGISTRO-PED VEDADO DESVEDA
           END-IF.
           IF INVALIDKEY = 0
              MOVE "A" TO ESTADOTICKET
              MOVE SPACES TO MOTIVOTICKET
              PERFORM MARCATICKET
           END-IF.
       FIN-APROBAR.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING CLAVETEMP LONGI
           END-IF.
           MOVE SPACES TO CLAVETEMP.
           MOVE SPACES TO CLAVEFIRMA.
           MOVE 0 TO HUBORESET.

       RECHAZAR SECTION.
           END-IF.
           MOVE "R" TO ESTADO-PED.
           PERFORM DECIDEGRABA.
           IF INVALIDKEY = 0
              MOVE "X" TO ESTADOTICKET
              MOVE "RECHAZADA POR APROBADOR" TO MOTIVOTICKET
              PERFORM MARCATICKET
           END-IF.
       FIN-RECHAZAR.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.

       CONSERVADECISION SECTION.
       CDE.
           READ FSGPEND INVALID KEY
                MOVE 1 TO INVALIDKEY
                GO TO FIN-CONSERVADECISION.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO INVALIDKEY
              GO TO FIN-CONSERVADECISION
           END-IF.
           PERFORM CHEQUEAVERSION.
           IF SELLOMAL NOT = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-CONSERVADECISION
           END-IF.
           IF ESTADO-PED NOT = "P"
              MOVE 3 TO INVALIDKEY
              GO TO FIN-CONSERVADECISION
           END-IF.
           IF USUARIO NOT = SOLICITANTE
              MOVE 7 TO INVALIDKEY
              GO TO FIN-CONSERVADECISION
           END-IF.
           MOVE JSERVIDOR-PED TO SERVIDOR-PED.
           MOVE JOPER-PED TO OPER-PED.
           MOVE JREGISTRO-PED TO REGISTRO-PED.
       FIN-CONSERVADECISION.
           EXIT.

       CHEQUEAVERSION SECTION.
       CHV.
           MOVE 0 TO SELLOMAL.
           MOVE 1 TO SELLOHALLADO.
           MOVE SPACES TO SELLO.
           MOVE SPACES TO CAMBIO.
           MOVE 0 TO SELLO-VERSION.
           MOVE ZEROS TO SELLO-HORA.
           MOVE 0 TO CAMBIO-VERSION.
           MOVE ZEROS TO CAMBIO-HORA.
           IF JVERSION-PED NUMERIC
              MOVE JVERSION-PED TO SELLO-VERSION
           END-IF.
           IF VERSION-PED NUMERIC
              MOVE VERSION-PED TO CAMBIO-VERSION
           END-IF.
           IF SELLO-VERSION = 0 AND CAMBIO-VERSION = 0
              GO TO FIN-CHEQUEAVERSION
           END-IF.
           CALL "SRCHKSELLO" USING SELLO CAMBIO SELLOHALLADO
                SELLOMAL.
           IF SELLOMAL = 1
              MOVE "F4" TO ERRORES
           END-IF.
           IF SELLOMAL = 2
              MOVE "F5" TO ERRORES
           END-IF.
       FIN-CHEQUEAVERSION.
           EXIT.

       SUBEVERSION SECTION.
       SUV.
           IF VERSION-PED NOT NUMERIC OR VERSION-PED = 999999
              MOVE 0 TO VERSION-PED
           END-IF.
           ADD 1 TO VERSION-PED.
       FIN-SUBEVERSION.
           EXIT.

       GETCAMBIO SECTION.
       GCAM.
           MOVE 29 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING CAMBIO LONGI
           ELSE
              DISPLAY CAMBIO UPON SYSOUT
           END-IF.

       FIRMADECISION SECTION.
       FDE.
           MOVE SPACES TO CLAVEFIR.
           MOVE CLA TO CLAVEFIR(1:18).
           CALL "SRFIRMA" USING SERVIDORLIM OPERACION CLAVEFIR
                CLAVEFIRMA FIRMA-METODO FIRMA-FECHA FIRMA-HORA
                RESULTADOFIR.
           MOVE SPACES TO CLAVEFIRMA.
           IF RESULTADOFIR NOT = 0
              MOVE "F6" TO ERRORES
              MOVE 9 TO INVALIDKEY
           END-IF.
       FIN-FIRMADECISION.
           EXIT.

       MIRAVEDA SECTION.
       MVE.
           MOVE SPACE TO SALTA-VEDA.
           MOVE "C" TO ACCIONVEDA.
           CALL "SRCHKVEDA" USING ACCIONVEDA SERVIDOR-PED OPER-PED
                REGISTRO-PED VEDADO DESVEDA.
           IF VEDADO = 0
              GO TO FIN-MIRAVEDA
           END-IF.
           IF JSALTA-VEDA NOT = "S"
              MOVE "F3" TO ERRORES
              MOVE 9 TO INVALIDKEY
              GO TO FIN-MIRAVEDA
           END-IF.
           MOVE "S" TO SALTA-VEDA.
       FIN-MIRAVEDA.
           EXIT.

       MARCATICKET SECTION.
       MTK.
           IF SERVIDOR-PED NOT = "FSGUR"
              GO TO FIN-MARCATICKET
           END-IF.
           EVALUATE OPER-PED
              WHEN "WRI" MOVE "A" TO ACCIONTICKET
              WHEN "DEL" MOVE "B" TO ACCIONTICKET
              WHEN OTHER GO TO FIN-MARCATICKET
           END-EVALUATE.
           MOVE REGISTRO-PED(1:64) TO USUAPL.
           MOVE REGISTRO-PED(65:64) TO ROLEAPL.
           MOVE 0 TO NUMTICKET.
           CALL "SRTICKETEST" USING NUMTICKET ACCIONTICKET USUAPL
                ROLEAPL ESTADOTICKET MOTIVOTICKET RESULTADOTICKET.
       FIN-MARCATICKET.
           EXIT.

       RESUELVERUTA SECTION.
       RRU.
           MOVE SPACES TO RUTAAPROB.
                 MOVE "D" TO ACCIONCONG
                 CALL "SRCONGELA" USING ACCIONCONG USUAPL
                      REGISTRO-PED(65:16) RESULTADOAPL
              WHEN "FSGBLOQ" ALSO "BLOQUEA"
                 MOVE "B" TO ACCIONCONG
                 CALL "SRBLOQUEO" USING ACCIONCONG REGISTRO-PED(1:16)
                      REGISTRO-PED(17:1) REGISTRO-PED(18:64) VIABLOQ
                      CONTADORBLOQ RESULTADOAPL
              WHEN "FSGBLOQ" ALSO "LIBERA"
                 MOVE "L" TO ACCIONCONG
                 CALL "SRBLOQUEO" USING ACCIONCONG REGISTRO-PED(1:16)
                      REGISTRO-PED(17:1) REGISTRO-PED(18:64) VIABLOQ
                      CONTADORBLOQ RESULTADOAPL
              WHEN "FSGCRED" ALSO "RESET"
                 MOVE REGISTRO-PED(1:64) TO USUAPL
                 CALL "SRCREDRESET" USING USUAPL SOLICITANTE
                 IF RESULTADOAPL = 0
                    MOVE 1 TO HUBORESET
                 END-IF
              WHEN "FSGUR" ALSO "ACTIVAR"
                 MOVE REGISTRO-PED(1:64) TO USUAPL
                 MOVE REGISTRO-PED(65:64) TO ROLEAPL
                 MOVE 0 TO HORASJIT
                 IF REGISTRO-PED(129:3) NUMERIC
                    MOVE REGISTRO-PED(129:3) TO HORASJIT
                 END-IF
                 MOVE SPACES TO MOTIVOJIT
                 MOVE REGISTRO-PED(132:61) TO MOTIVOJIT
                 MOVE "A" TO ACCIONJIT
                 CALL "SRJIT" USING ACCIONJIT USUAPL ROLEAPL HORASJIT
                      MOTIVOJIT RESULTADOAPL RAZONJIT
              WHEN "LOTE" ALSO "LIBERA"
                 MOVE "L" TO ACCIONCTL
                 MOVE REGISTRO-PED(1:12) TO FEEDCTL
                 MOVE REGISTRO-PED(13:8) TO SECUENCIACTL
                 MOVE REGISTRO-PED(21:8) TO PLANEADOSCTL
                 MOVE REGISTRO-PED(29:8) TO POBLACIONCTL
                 MOVE REGISTRO-PED(37:156) TO NOMBRECTL
                 CALL "SRCONTROL" USING ACCIONCTL FEEDCTL NOMBRECTL
                      SECUENCIACTL PLANEADOSCTL POBLACIONCTL
                      RESULTADOAPL MOTIVOCTL
              WHEN OTHER
                 MOVE 9 TO RESULTADOAPL
           END-EVALUATE.
                GO TO FIN-DECIDELEER.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO INVALIDKEY
              GO TO FIN-DECIDELEER
           END-IF.
           IF JVERSION-PED NUMERIC AND JVERSION-PED NOT = 0
              PERFORM CHEQUEAVERSION
              IF SELLOMAL NOT = 0
                 MOVE 9 TO INVALIDKEY
              END-IF
           END-IF.
       FIN-DECIDELEER.
           EXIT.
       DGR.
           MOVE USUARIO TO APROBADOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO APROB-FECHA.
           PERFORM SUBEVERSION.
           REWRITE RSGPEND INVALID KEY
                   MOVE 1 TO INVALIDKEY
                   GO TO FIN-DECIDEGRABA.
           MOVE JAPROBADOR TO APROBADOR.
           MOVE JAPROB-FECHA TO APROB-FECHA.
           MOVE JREGISTRO-PED TO REGISTRO-PED.
           MOVE JSALTA-VEDA TO SALTA-VEDA.
           MOVE JFIRMA-METODO TO FIRMA-METODO.
           MOVE JFIRMA-FECHA TO FIRMA-FECHA.
           MOVE JFIRMA-HORA TO FIRMA-HORA.
           MOVE JVERSION-PED TO VERSION-PED.
       FIN-MOVEJTOC.

       MOVECTOJ SECTION.
           MOVE APROBADOR TO JAPROBADOR.
           MOVE APROB-FECHA TO JAPROB-FECHA.
           MOVE REGISTRO-PED TO JREGISTRO-PED.
           MOVE SALTA-VEDA TO JSALTA-VEDA.
           MOVE FIRMA-METODO TO JFIRMA-METODO.
           MOVE FIRMA-FECHA TO JFIRMA-FECHA.
           MOVE FIRMA-HORA TO JFIRMA-HORA.
           MOVE VERSION-PED TO JVERSION-PED.
       FIN-MOVECTOJ.

       CARGAPAGINADA SECTION.
