       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      SERVIDOR DE FSGADM (PERMISOS ADMINISTRATIVOS
                      USUARIO X SERVIDOR X GRUPO DE OPCODES
                      PELIGROSOS, LOS QUE CONSULTA SRCHKADM). LA
                      REESCRITURA (REW) COMPRUEBA QUE MODFECHA Y MODHORA
                      DEL CLIENTE SIGUEN SIENDO LAS DEL REGISTRO
                      GUARDADO (SRCHKSELLO); SI OTRO LO HA CAMBIADO SE
                      RECHAZA CON ESTADO F4 Y GETCAMBIO DEVUELVE QUIEN Y
                      CUANDO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 MASHAYMAS                    PIC X VALUE "N".
       01 ULTIMACLA                    PIC X(80).
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
          VALUE "FSGADM".
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
              PERFORM CERRAR
              PERFORM ABREIO
           END-IF.
           PERFORM CHEQUEASELLO.
           IF SELLOMAL NOT = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-REESCRIBIR
           END-IF.
           REWRITE RSGADM INVALID KEY
                   MOVE 1 TO INVALIDKEY
                   GO TO FIN-REESCRIBIR.
              DISPLAY RAZONTXT UPON SYSOUT
           END-IF.

       CHEQUEASELLO SECTION.
       CHS.
           MOVE 0 TO SELLOMAL.
           MOVE 0 TO SELLOHALLADO.
           MOVE JMODFECHA TO SELLO-FECHA.
           MOVE JMODHORA TO SELLO-HORA.
           MOVE SPACES TO CAMBIO.
           MOVE RSGADM TO REGISTRO.
           READ FSGADM WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0"
              MOVE 1 TO SELLOHALLADO
              MOVE MODPOR TO CAMBIO-POR
              MOVE MODFECHA TO CAMBIO-FECHA
              MOVE MODHORA TO CAMBIO-HORA
           END-IF.
           MOVE REGISTRO TO RSGADM.
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
           MOVE 128 TO LONGI
