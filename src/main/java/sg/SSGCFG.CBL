       SECURITY.      SERVIDOR DE FSGCFG (MAESTRO CENTRAL DE
                      CONFIGURACION CLAVE-VALOR QUE SUSTITUYE A LAS
                      VARIABLES DE ENTORNO DISPERSAS; SRCFG LO LEE
                      CON EL ENTORNO COMO RESPALDO). PROGRAMA DEJA
                      UN VALOR CON FECHA DE VIGOR FUTURA EN FSGCFGV
                      Y DESPROGRAMA LO QUITA (SRCFGPROG); PROXIMOS
                      LISTA LOS CAMBIOS PENDIENTES DE ENTRAR EN
                      VIGOR (SRCFGPROX) Y ENVIGOR DEVUELVE EL VALOR
                      QUE RIGE HOY (SRCFG). LA REESCRITURA (REW)
                      COMPRUEBA QUE MODFECHA Y MODHORA DEL CLIENTE
                      SIGUEN SIENDO LAS DEL REGISTRO GUARDADO
                      (SRCHKSELLO); SI OTRO LO HA CAMBIADO SE RECHAZA
                      CON ESTADO F4 Y GETCAMBIO DEVUELVE QUIEN Y CUANDO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 MASHAYMAS                    PIC X VALUE "N".
       01 ULTIMACLA                    PIC X(32).
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
          VALUE "FSGCFG".
       01 ORIGENLEC                   PIC X(12).
       01 INVALIDKEYNEXT              PIC 9.
       01 LONGI                       PIC 99999.
       01 PALPRUPARJ                   PIC X(255).
       01 SERVADM                      PIC X(8)
          VALUE "FSGCFG".
       01 ADMPERMITIDO                 PIC 9.
       01 ACCIONPROG                   PIC X(1).
       01 CLAVEPROG                    PIC X(32).
       01 VIGORPROG                    PIC 9(8).
       01 VALORPROG                    PIC X(128).
       01 RESULTADOPROG                PIC 9.
       01 ENCONTRADOPROG               PIC 9.
       01 TABLA-PROX-L.
          05 TABLA-PROX OCCURS 100 TIMES.
             10 PX-CLAVE              PIC X(32).
             10 PX-VIGOR              PIC 9(8).
             10 PX-VALOR              PIC X(128).
             10 PX-MODPOR             PIC X(15).
       01 TOTALPROX                    PIC 9(3).
       01 PP                           PIC 9(3).
       01 SEPARADOR PIC XXX VALUE "|@|".

         PROCEDURE DIVISION.
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
              WHEN "PROGRAMA" PERFORM PROGRAMAR
              WHEN "DESPROGRAMA" PERFORM DESPROGRAMAR
              WHEN "PROXIMOS" PERFORM PROXIMOS
              WHEN "ENVIGOR" PERFORM ENVIGOR
              WHEN "PIN" PERFORM PING
              WHEN "META" PERFORM METADATA
              WHEN "HLT" PERFORM HEALTHCHECK
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
           REWRITE RSGCFG INVALID KEY
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
           MOVE RSGCFG TO REGISTRO.
           READ FSGCFG WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0"
              MOVE 1 TO SELLOHALLADO
              MOVE MODPOR TO CAMBIO-POR
              MOVE MODFECHA TO CAMBIO-FECHA
              MOVE MODHORA TO CAMBIO-HORA
           END-IF.
           MOVE REGISTRO TO RSGCFG.
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
           MOVE MODHORA TO JMODHORA.
       FIN-MOVECTOJ.

       PROGRAMAR SECTION.
       PRG.
           MOVE "P" TO ACCIONPROG.
           PERFORM GRABAPROGRAMA.
       FIN-PROGRAMAR.

       DESPROGRAMAR SECTION.
       DPRG.
           MOVE "D" TO ACCIONPROG.
           PERFORM GRABAPROGRAMA.
       FIN-DESPROGRAMAR.

       GRABAPROGRAMA SECTION.
       GPRG.
           PERFORM CHEQUEAADM.
           IF ADMPERMITIDO = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-GRABAPROGRAMA
           END-IF.
           MOVE VALORES(1:32) TO CLAVEPROG.
           MOVE 0 TO VIGORPROG.
           IF VALORES(33:8) NUMERIC
              MOVE VALORES(33:8) TO VIGORPROG
           END-IF.
           MOVE VALORES(41:128) TO VALORPROG.
           CALL "SRCFGPROG" USING ACCIONPROG CLAVEPROG VIGORPROG
                VALORPROG RESULTADOPROG.
           EVALUATE RESULTADOPROG
              WHEN 0 MOVE 0 TO INVALIDKEY
                     MOVE "00" TO ERRORES
              WHEN 2 MOVE 2 TO INVALIDKEY
              WHEN 3 MOVE 1 TO INVALIDKEY
                     MOVE "22" TO ERRORES
              WHEN OTHER MOVE 1 TO INVALIDKEY
                     MOVE "23" TO ERRORES
           END-EVALUATE.
       FIN-GRABAPROGRAMA.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.

       PROXIMOS SECTION.
       PRX.
           MOVE VALORES(1:32) TO CLAVEPROG.
           CALL "SRCFGPROX" USING CLAVEPROG TABLA-PROX-L TOTALPROX.
           DISPLAY "|INI-MUCHOS|" UPON SYSOUT.
           PERFORM VARYING PP FROM 1 BY 1 UNTIL PP > TOTALPROX
              MOVE SPACES TO ENTEXTO
              STRING PX-CLAVE(PP) "|"
                     PX-VIGOR(PP) "|"
                     PX-MODPOR(PP) "|"
                     PX-VALOR(PP)
                     DELIMITED BY SIZE
                     INTO ENTEXTO
              END-STRING
              MOVE 192 TO LONGI
              IF ESCRIBIBLE = "P"
                 CALL "Escribir" USING ENTEXTO LONGI
              ELSE
                 DISPLAY ENTEXTO UPON SYSOUT
              END-IF
           END-PERFORM.
           DISPLAY "|FIN-MUCHOS|" UPON SYSOUT.
       FIN-PROXIMOS.

       ENVIGOR SECTION.
       ENV.
           MOVE VALORES(1:32) TO CLAVEPROG.
           CALL "SRCFG" USING CLAVEPROG VALORPROG ENCONTRADOPROG.
           MOVE SPACES TO ENTEXTO.
           STRING ENCONTRADOPROG "|" VALORPROG
                  DELIMITED BY SIZE
                  INTO ENTEXTO
           END-STRING.
           MOVE 192 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING ENTEXTO LONGI
           ELSE
              DISPLAY ENTEXTO UPON SYSOUT
           END-IF.
       FIN-ENVIGOR.

       CARGAPAGINADA SECTION.
       CARGP.
           IF ABIERTO < 1 OR > 3
