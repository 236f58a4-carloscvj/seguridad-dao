                      ADEMAS DEL ABM NORMAL OFRECE ATESTAR Y REVOCAR
                      PARA REGISTRAR LA DECISION DE CADA FILA; LA
                      REVOCACION BORRA TAMBIEN LA CONCESION REAL DE
                      FSGUR A TRAVES DE SRREVUR. QUIEN TIENE CONFLICTO
                      DE INTERESES CON LA FILA (SRCHKINTERES: SU PROPIA
                      CONCESION, LA DE UN SUPERIOR EN LA LINEA DE FSGATR
                      O UNA QUE PIDIO EL MISMO) NO PUEDE ATESTARLA NI
                      REVOCARLA: SE RECHAZA CON 3 Y GETRAZON DA EL
                      MOTIVO. ATESTAR Y REVOCAR EXIGEN LA FIRMA DE QUIEN
                      DECIDE: SU CONTRASENA EN LAS ULTIMAS 64 POSICIONES
                      DE VALORES (385:64), COMPROBADA CON SRFIRMA
                      (SRVERIFICA). SIN FIRMA VALIDA SE RECHAZA CON 9 Y
                      ERRORES "F6" Y LA FALLIDA CUENTA PARA EL BLOQUEO
                      DE LA CREDENCIAL; LA BUENA QUEDA EN LA FILA
                      (FIRMA-METODO, FIRMA-FECHA Y FIRMA-HORA) Y EN LA
                      TRAZA. LOS CAMPOS DE FIRMA SOLO LOS PONE LA
                      DECISION FIRMADA: WRI LOS GRABA VACIOS Y REW
                      CONSERVA LOS DEL REGISTRO GUARDADO, DIGA LO QUE
                      DIGA EL CLIENTE. REW SOLO CAMBIA FECHA-LIMITE:
                      ESTADO-CERT, DECIDIDO-POR Y DECISION-FECHA SE
                      CONSERVAN DEL REGISTRO GUARDADO Y SOLO LOS MUEVEN
                      ATESTAR Y REVOCAR; WRI CREA LA FILA SIEMPRE
                      PENDIENTE (P) Y SIN DECISION. VERSION-CERT SUBE EN
                      CADA REESCRITURA Y EN CADA DECISION; REW COMPRUEBA
                      QUE LA VERSION DEL CLIENTE SIGUE SIENDO LA
                      GUARDADA (SRCHKSELLO): SI OTRO LA HA CAMBIADO SE
                      RECHAZA CON 9 Y ERRORES F4, SIN VERSION CON F5
                      DESDE LA FECHA SELLOREW, Y GETCAMBIO DEVUELVE LA
                      VERSION GUARDADA. ATESTAR Y REVOCAR HACEN LA MISMA
                      COMPROBACION CUANDO EL CLIENTE MANDA VERSION. LAS
                      FILAS ANTERIORES A LA VERSION (SIN ELLA) ADMITEN
                      LA PRIMERA REESCRITURA SIN VERSION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         03 JDECIDIDO-POR PIC X(15).
         03 JDECISION-FECHA PIC 9(8).
         03 JFECHA-LIMITE PIC 9(8).
         03 JFIRMA-METODO PIC X(1).
         03 JFIRMA-FECHA PIC 9(8).
         03 JFIRMA-HORA PIC 9(6).
         03 JVERSION-CERT PIC 9(6).
         03 JFILLER PIC X(3).
       01 RESULTADOREV                PIC 9.
       01  ERRORES.
           03 ERROR-1        PIC X.
       01 MASHAYMAS                    PIC X VALUE "N".
       01 ULTIMACLA                    PIC X(136).
       01 RAZONTXT                      PIC X(40).
       01 RAZONCONF                   PIC X(40) VALUE SPACES.
       01 TIPOACTO                    PIC X(1) VALUE "A".
       01 CONFLICTOINT                PIC 9.
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
       01 SESALTA                     PIC 9(8) VALUE 0.
       01 SESBAJA                     PIC 9(8) VALUE 0.
       01 SESMODIF                    PIC 9(8) VALUE 0.
       01 CONTADORPP                 PIC 9(3).
       01 ABIERTO                     PIC 9.
       01 INVALIDKEY                  PIC 9.
       01 CERCADO                     PIC 9.
       01 LIMITADO                    PIC 9.
       01 ACCIONVEDA                  PIC X.
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).
       01 SERVIDORLIM                 PIC X(8)
          VALUE "FSGCERT".
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
           IF OPERACION = "WRI" OR "REW" OR "DEL" OR "BULKWRI"
              MOVE "C" TO ACCIONVEDA
              CALL "SRCHKVEDA" USING ACCIONVEDA SERVIDORLIM OPERACION
                   VALORES VEDADO DESVEDA
              IF VEDADO = 1
                 PERFORM VEDADA
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           EVALUATE OPERACION
              WHEN "TODOS" PERFORM CARGATODOS
              WHEN "TRAZAR"
              WHEN "CLO"  PERFORM CERRAR
              WHEN "GER"  PERFORM GETERRORES
              WHEN "GETRAZON" PERFORM GETRAZON
              WHEN "GETCAMBIO" PERFORM GETCAMBIO
              WHEN "PAGTODOS" PERFORM CARGAPAGINADA
              WHEN "GETALL" PERFORM GETALL
              WHEN "SETALL" PERFORM SETALL
           MOVE SPACES TO ENTEXTO.
           STRING "FSGCERT|192|CLA-CAMPANA,CLA-USUARIO,CLA-ROLE,"
                  "ESTADO-CERT,DECIDIDO-POR,DECISION-FECHA,"
                  "FECHA-LIMITE,FIRMA-METODO,FIRMA-FECHA,FIRMA-HORA,"
                  "VERSION-CERT"
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
           MOVE "P" TO ESTADO-CERT.
           MOVE SPACES TO DECIDIDO-POR.
           MOVE 0 TO DECISION-FECHA.
           MOVE 1 TO VERSION-CERT.
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
           REWRITE RSGCERT INVALID KEY
                   MOVE 1 TO INVALIDKEY
                   GO TO FIN-REESCRIBIR.

       ATESTAR SECTION.
       ATE.
           MOVE VALORES(385:64) TO CLAVEFIRMA.
           MOVE SPACES TO VALORES(385:64).
           PERFORM DECIDELEER.
           IF INVALIDKEY NOT = 0
              GO TO FIN-ATESTAR
           END-IF.
           PERFORM CHEQUEAINTERES.
           IF CONFLICTOINT NOT = 0
              MOVE 3 TO INVALIDKEY
              GO TO FIN-ATESTAR
           END-IF.
           PERFORM FIRMADECISION.
           IF INVALIDKEY NOT = 0
              GO TO FIN-ATESTAR
           END-IF.
           MOVE "A" TO ESTADO-CERT.
           PERFORM DECIDEGRABA.
       FIN-ATESTAR.
           MOVE SPACES TO CLAVEFIRMA.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI

       REVOCARDEC SECTION.
       RVD.
           MOVE VALORES(385:64) TO CLAVEFIRMA.
           MOVE SPACES TO VALORES(385:64).
           PERFORM DECIDELEER.
           IF INVALIDKEY NOT = 0
              GO TO FIN-REVOCARDEC
           END-IF.
           PERFORM CHEQUEAINTERES.
           IF CONFLICTOINT NOT = 0
              MOVE 3 TO INVALIDKEY
              GO TO FIN-REVOCARDEC
           END-IF.
           PERFORM FIRMADECISION.
           IF INVALIDKEY NOT = 0
              GO TO FIN-REVOCARDEC
           END-IF.
           MOVE "R" TO ESTADO-CERT.
           PERFORM DECIDEGRABA.
           IF INVALIDKEY = 0
              CALL "SRREVUR" USING CLA-USUARIO CLA-ROLE RESULTADOREV
           END-IF.
       FIN-REVOCARDEC.
           MOVE SPACES TO CLAVEFIRMA.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.

       CHEQUEAINTERES SECTION.
       CHIN.
           CALL "SRCHKINTERES" USING TIPOACTO USUARIO CLA-USUARIO
                CLA-ROLE CONFLICTOINT RAZONCONF.
       FIN-CHEQUEAINTERES.
           EXIT.

       CONSERVADECISION SECTION.
       CDE.
           READ FSGCERT INVALID KEY
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
           MOVE JFECHA-LIMITE TO FECHA-LIMITE.
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
           IF JVERSION-CERT NUMERIC
              MOVE JVERSION-CERT TO SELLO-VERSION
           END-IF.
           IF VERSION-CERT NUMERIC
              MOVE VERSION-CERT TO CAMBIO-VERSION
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
           IF VERSION-CERT NOT NUMERIC OR VERSION-CERT = 999999
              MOVE 0 TO VERSION-CERT
           END-IF.
           ADD 1 TO VERSION-CERT.
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
           MOVE CLA TO CLAVEFIR.
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

       DECIDELEER SECTION.
       DLE.
           PERFORM MOVEJTOC.
                GO TO FIN-DECIDELEER.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO INVALIDKEY
              GO TO FIN-DECIDELEER
           END-IF.
           IF JVERSION-CERT NUMERIC AND JVERSION-CERT NOT = 0
              PERFORM CHEQUEAVERSION
              IF SELLOMAL NOT = 0
                 MOVE 9 TO INVALIDKEY
              END-IF
           END-IF.
       FIN-DECIDELEER.
           EXIT.
       DGR.
           MOVE USUARIO TO DECIDIDO-POR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DECISION-FECHA.
           PERFORM SUBEVERSION.
           REWRITE RSGCERT INVALID KEY
                   MOVE 1 TO INVALIDKEY
                   GO TO FIN-DECIDEGRABA.

       GETRAZON SECTION.
       GRZN.
           IF RAZONCONF NOT = SPACES
              MOVE RAZONCONF TO RAZONTXT
              MOVE SPACES TO RAZONCONF
           ELSE
              CALL "SRRAZON" USING ERRORES RAZONTXT
           END-IF.
           MOVE 40 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING RAZONTXT LONGI
           MOVE JDECIDIDO-POR TO DECIDIDO-POR.
           MOVE JDECISION-FECHA TO DECISION-FECHA.
           MOVE JFECHA-LIMITE TO FECHA-LIMITE.
           MOVE JFIRMA-METODO TO FIRMA-METODO.
           MOVE JFIRMA-FECHA TO FIRMA-FECHA.
           MOVE JFIRMA-HORA TO FIRMA-HORA.
           MOVE JVERSION-CERT TO VERSION-CERT.
       FIN-MOVEJTOC.

       MOVECTOJ SECTION.
           MOVE DECIDIDO-POR TO JDECIDIDO-POR.
           MOVE DECISION-FECHA TO JDECISION-FECHA.
           MOVE FECHA-LIMITE TO JFECHA-LIMITE.
           MOVE FIRMA-METODO TO JFIRMA-METODO.
           MOVE FIRMA-FECHA TO JFIRMA-FECHA.
           MOVE FIRMA-HORA TO JFIRMA-HORA.
           MOVE VERSION-CERT TO JVERSION-CERT.
       FIN-MOVECTOJ.

       CARGAPAGINADA SECTION.
