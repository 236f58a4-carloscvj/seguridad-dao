
       PROGRAM-ID.    SSGNR.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      SERVIDOR DE FSGNR. LAS ALTAS, MODIFICACIONES Y
                      BAJAS SOBRE UN NODO FUERA DEL AMBITO DE
                      ADMINISTRACION DELEGADA DE QUIEN LAS HACE
                      (SRCHKAMB, SUBARBOLES DE FSGAMB) SE NIEGAN CON 9 Y
                      EL MOTIVO EN GETRAZON. LA REESCRITURA (REW)
                      COMPRUEBA QUE MODFECHA Y MODHORA DEL CLIENTE
                      SIGUEN SIENDO LAS DEL REGISTRO GUARDADO
                      (SRCHKSELLO); SI OTRO LO HA CAMBIADO SE RECHAZA
                      CON ESTADO F4 Y GETCAMBIO DEVUELVE QUIEN Y CUANDO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 CONTADORTOT                  PIC 9(8).
       01 SIGUECONTAR                  PIC 9.
       01 RAZONTXT                      PIC X(40).
       01 SELLO.
          03 SELLO-FECHA              PIC X(8).
          03 SELLO-HORA               PIC X(6).
       01 CAMBIO.
          03 CAMBIO-POR               PIC X(15).
          03 CAMBIO-FECHA             PIC X(8).
          03 CAMBIO-HORA              PIC X(6).
       01 SELLOHALLADO                PIC 9.
       01 SELLOMAL                    PIC 9.
       01 RAZONPOL                      PIC X(40) VALUE SPACES.
       01 SERVIDORAMB                   PIC X(8) VALUE "FSGNR".
       01 TIPOAMB                       PIC X(1).
       01 VALORAMB                      PIC X(64).
       01 AMBDENTRO                     PIC 9.
       01 LOCKHOLDER                   PIC X(15).
       01 LOCKFECHA                    PIC 9(8).
       01 LOCKHORA                     PIC 9(6).
       01 ABIERTO                     PIC 9.
       01 IGNORELOCK                  PIC 9.
       01 INVALIDKEY                  PIC 9.
       01 CERCADO                     PIC 9.
       01 LIMITADO                    PIC 9.
       01 ACCIONVEDA                  PIC X.
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).
       01 CONTADORCERCO               PIC 9(8).
       01 INVALIDKEYNEXT              PIC 9.
       01 INVALIDKEYPREV              PIC 9.
       01 CONVERTIR                   PIC 9.
       01 MHORAINI                     PIC 9(8).
       01 SERVIDORSES                  PIC X(8)
          VALUE "FSGNR".
       01 ORIGENLEC                   PIC X(12).
       01 SESACCION                    PIC X.
       01 DEBETERMINAR                 PIC 9.
       01 SEPARADOR PIC XXX VALUE "|@|".
              MOVE "A" TO SESACCION
              CALL "SRSESION" USING SERVIDORSES SESACCION
                   DEBETERMINAR
              IF DEBETERMINAR = 1
                 PERFORM TERMINA
              END-IF
           END-IF.
       PROCESOS.
           IF ESCRIBIBLE = "P"
              ACCEPT BUFERENT FROM SYSIN
           END-IF.
           PERFORM COGE-TRABAJO.
           CALL "SRCERCO" USING OPERACION CERCADO.
           IF CERCADO = 1
              PERFORM CERCADA
              GO TO FIN-PROCESOS
           END-IF.
           CALL "SRLIMITE" USING SERVIDORSES OPERACION LIMITADO.
           IF LIMITADO = 2
              PERFORM LIMITADA
              GO TO FIN-PROCESOS
           END-IF.
           MOVE SERVIDORSES TO ORIGENLEC.
           CALL "SRLECTURA" USING ORIGENLEC OPERACION VALORES.
           IF OPERACION = "WRI" OR "REW" OR "DEL" OR "BULKWRI"
              MOVE "C" TO ACCIONVEDA
              CALL "SRCHKVEDA" USING ACCIONVEDA SERVIDORSES OPERACION
                   VALORES VEDADO DESVEDA
              IF VEDADO = 1
                 PERFORM VEDADA
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           MOVE "T" TO SESACCION.
           CALL "SRSESION" USING SERVIDORSES SESACCION
                DEBETERMINAR.
              WHEN "SIL"  PERFORM SETIGNORELOCK
              WHEN "GER"  PERFORM GETERRORES
              WHEN "GETRAZON" PERFORM GETRAZON
              WHEN "GETCAMBIO" PERFORM GETCAMBIO
              WHEN "GETLOCKHOLDER" PERFORM GETLOCKHOLDER
              WHEN "PAGTODOS" PERFORM CARGAPAGINADA
              WHEN "BULKWRI" PERFORM ESCRIBIRMASIVO
       FIN-CHEQUEAADM.
           EXIT.

       CHEQUEAAMBITO SECTION.
       CHAM.
           MOVE "N" TO TIPOAMB.
           MOVE CLA-NODO TO VALORAMB.
           CALL "SRCHKAMB" USING SERVIDORAMB TIPOAMB VALORAMB
                AMBDENTRO RAZONPOL.
       FIN-CHEQUEAAMBITO.
           EXIT.

       CHEQUEACUPO SECTION.
       CHCU.
           MOVE 1 TO CUPOPASA.
           STOP RUN.
       FIN-TERMINA.

       CERCADA SECTION.
       CER.
           MOVE "F1" TO ERRORES.
           MOVE 9 TO INVALIDKEY.
           MOVE 1 TO CONTADORCERCO.
           IF OPERACION = "BULKWRI"
              MOVE VALORES(1:8) TO CONTADORCERCO
           END-IF.
           PERFORM CONTADORCERCO TIMES
              IF OPERACION = "BULKWRI"
                 IF ESCRIBIBLE = "P"
                    CALL "Leer" USING BUFERENT
                 ELSE
                    ACCEPT BUFERENT FROM SYSIN
                 END-IF
              END-IF
              MOVE 1 TO LONGI
              IF ESCRIBIBLE = "P"
                 CALL "Escribir" USING INVALIDKEY LONGI
              ELSE
                 DISPLAY INVALIDKEY UPON SYSOUT
              END-IF
           END-PERFORM.
       FIN-CERCADA.

       LIMITADA SECTION.
       LIM.
           MOVE "F2" TO ERRORES.
           MOVE 9 TO INVALIDKEY.
           MOVE 1 TO CONTADORCERCO.
           IF OPERACION = "BULKWRI"
              MOVE VALORES(1:8) TO CONTADORCERCO
           END-IF.
           PERFORM CONTADORCERCO TIMES
              IF OPERACION = "BULKWRI"
                 IF ESCRIBIBLE = "P"
                    CALL "Leer" USING BUFERENT
                 ELSE
                    ACCEPT BUFERENT FROM SYSIN
                 END-IF
              END-IF
              MOVE 1 TO LONGI
              IF ESCRIBIBLE = "P"
                 CALL "Escribir" USING INVALIDKEY LONGI
              ELSE
                 DISPLAY INVALIDKEY UPON SYSOUT
              END-IF
           END-PERFORM.
       FIN-LIMITADA.

       VEDADA SECTION.
       VED.
           MOVE "F3" TO ERRORES.
           MOVE 9 TO INVALIDKEY.
           MOVE 1 TO CONTADORCERCO.
           IF OPERACION = "BULKWRI"
              MOVE VALORES(1:8) TO CONTADORCERCO
           END-IF.
           PERFORM CONTADORCERCO TIMES
              IF OPERACION = "BULKWRI"
                 IF ESCRIBIBLE = "P"
                    CALL "Leer" USING BUFERENT
                 ELSE
                    ACCEPT BUFERENT FROM SYSIN
                 END-IF
              END-IF
              MOVE 1 TO LONGI
              IF ESCRIBIBLE = "P"
                 CALL "Escribir" USING INVALIDKEY LONGI
              ELSE
                 DISPLAY INVALIDKEY UPON SYSOUT
              END-IF
           END-PERFORM.
       FIN-VEDADA.

       COGE-TRABAJO SECTION.
       COG-TRA.
           IF ESCRIBIBLE = "P"
       ESCR.
           PERFORM MOVEJTOC.
           MOVE 0 TO INVALIDKEY.
           PERFORM CHEQUEAAMBITO.
           IF AMBDENTRO = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-ESCRIBIR
           END-IF.
           PERFORM CHEQUEACUPO.
           IF CUPOPASA = 0
              MOVE 3 TO INVALIDKEY
       REESCRIBIR SECTION.
       REESCR.
           PERFORM MOVEJTOC.
           PERFORM CHEQUEAAMBITO.
           IF AMBDENTRO = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-REESCRIBIR
           END-IF.
           MOVE USUARIO TO MODPOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MODFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA.
              PERFORM CERRAR
              PERFORM ABREIO
           END-IF.
           PERFORM CHEQUEASELLO.
           IF SELLOMAL NOT = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-REESCRIBIR
           END-IF.
           REWRITE RSGNR INVALID KEY
                   MOVE 1 TO INVALIDKEY
                   GO TO FIN-REESCRIBIR.
              MOVE 9 TO INVALIDKEY
              GO TO FIN-BORRAR
           END-IF.
           PERFORM CHEQUEAAMBITO.
           IF AMBDENTRO = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-BORRAR
           END-IF.
           IF ABIERTO < 1 OR > 3
              PERFORM ABREIO
           END-IF.

       GETRAZON SECTION.
       GRZN.
           IF RAZONPOL NOT = SPACES
              MOVE RAZONPOL TO RAZONTXT
              MOVE SPACES TO RAZONPOL
           ELSE
              CALL "SRRAZON" USING ERRORES RAZONTXT
           END-IF.
           MOVE 40 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING RAZONTXT LONGI
           END-IF.


       CHEQUEASELLO SECTION.
       CHS.
           MOVE 0 TO SELLOMAL.
           MOVE 0 TO SELLOHALLADO.
           MOVE JMODFECHA TO SELLO-FECHA.
           MOVE JMODHORA TO SELLO-HORA.
           MOVE SPACES TO CAMBIO.
           MOVE RSGNR TO REGISTRO.
           READ FSGNR WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0"
              MOVE 1 TO SELLOHALLADO
              MOVE MODPOR TO CAMBIO-POR
              MOVE MODFECHA TO CAMBIO-FECHA
              MOVE MODHORA TO CAMBIO-HORA
           END-IF.
           MOVE REGISTRO TO RSGNR.
           CALL "SRCHKSELLO" USING SELLO CAMBIO SELLOHALLADO
                SELLOMAL.
           IF SELLOMAL = 1
              MOVE "F4" TO ERRORES
           END-IF.
           IF SELLOMAL = 2
              MOVE "F5" TO ERRORES
           END-IF.
       FIN-CHEQUEASELLO.
           EXIT.

       GETCAMBIO SECTION.
       GCAM.
           MOVE 29 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING CAMBIO LONGI
           ELSE
              DISPLAY CAMBIO UPON SYSOUT
           END-IF.

       GETALL SECTION.
       GT.
           MOVE 192 TO LONGI
