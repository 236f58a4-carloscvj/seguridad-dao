       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SSGAMB.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      SERVIDOR DE FSGAMB (AMBITOS DE ADMINISTRACION
                      DELEGADA: USUARIO ADMINISTRADOR X TIPO X
                      VALOR, DONDE EL TIPO ES N SUBARBOL DE NODOS, D
                      DEPARTAMENTO O E ENTIDAD, LOS QUE CONSULTA
                      SRCHKAMB). EXIGE EL GRUPO ADMIN DE FSGADM Y
                      NADIE PUEDE TOCAR SUS PROPIOS AMBITOS. LA
                      REESCRITURA (REW) COMPRUEBA QUE MODFECHA Y MODHORA
                      DEL CLIENTE SIGUEN SIENDO LAS DEL REGISTRO
                      GUARDADO (SRCHKSELLO); SI OTRO LO HA CAMBIADO SE
                      RECHAZA CON ESTADO F4 Y GETCAMBIO DEVUELVE QUIEN Y
                      CUANDO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGAMB-SEL".
           COPY "WO-TRAZA-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGAMB-FD".
           COPY "WO-TRAZA-FD".

       WORKING-STORAGE SECTION.

       01 ESCRIBIBLE  PIC X IS EXTERNAL.
       01 USUARIO  PIC X(15) IS EXTERNAL.
       01 ABM      PIC X.
       01 REGISTRO PIC X(16384).
       01 TRAZAR   PIC XXXXX.

       01 JRSGAMB.
         03 JCLA.
           05 JCLA-USUARIO PIC X(64).
           05 JCLA-TIPO PIC X(1).
           05 JCLA-VALOR PIC X(64).
         03 JACTIVO PIC X(1).
         03 JMODPOR PIC X(15).
         03 JMODFECHA PIC 9(8).
         03 JMODHORA PIC 9(6).
         03 JFILLER PIC X(10).
       01  ERRORES.
           03 ERROR-1        PIC X.
           03 ERROR-2        PIC X.
           03 ERROR-2N REDEFINES ERROR-2 PIC 9 COMP-X.

       01 NOMBREFSGAMB                PIC X(256).
       01 NOMBRETRAZA                 PIC X(256).
       01 LIMITEPAG                    PIC 9(8).
       01 CONTADORPAG                  PIC 9(8).
       01 SIGUEPAG                     PIC 9.
       01 MASHAYMAS                    PIC X VALUE "N".
       01 ULTIMACLA                    PIC X(129).
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
       01 SESLECT                     PIC 9(8) VALUE 0.
       01 CONTADORPP                 PIC 9(3).
       01 ABIERTO                     PIC 9.
       01 INVALIDKEY                  PIC 9.
       01 CERCADO                     PIC 9.
       01 LIMITADO                    PIC 9.
       01 ACCIONVEDA                  PIC X.
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).
       01 SERVIDORLIM                 PIC X(8)
          VALUE "FSGAMB".
       01 ORIGENLEC                   PIC X(12).
       01 INVALIDKEYNEXT              PIC 9.
       01 LONGI                       PIC 99999.
       01 PALPRUPARJ                   PIC X(255).
       01 OPERACION                   PIC X(128).
       01 VALORES                     PIC X(448).
       01 BUFERENT                    PIC X(448).
       01 ENTEXTO PIC X(192).

       01 GRUPOADM                     PIC X(8)
          VALUE "ADMIN".
       01 SERVADM                      PIC X(8)
          VALUE "FSGAMB".
       01 ADMPERMITIDO                 PIC 9.
       01 SEPARADOR PIC XXX VALUE "|@|".

         PROCEDURE DIVISION.

       PROGRAMA SECTION.
       INICIALES.
           IF ABIERTO < 1 OR > 4
              MOVE "mnu/SG/FSGAMB" TO NOMBREFSGAMB
              MOVE 4 TO ABIERTO
              INITIALIZE RSGAMB
              MOVE "true" TO TRAZAR
              INITIALIZE INVALIDKEY
              MOVE "00" TO ERRORES
           END-IF.
       PROCESOS.
           IF ESCRIBIBLE = "P"
              CALL "Leer" USING BUFERENT
           ELSE
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
                 MOVE VALORES TO TRAZAR
              WHEN "SNO"  PERFORM PONNOMBRE
              WHEN "OIN"  PERFORM ABREINPUT
              WHEN "OIO"  PERFORM ABREIO
              WHEN "OOU"  PERFORM ABREOUTPUT
              WHEN "REA"  PERFORM LEER
              WHEN "WRI"  PERFORM ESCRIBIR
              WHEN "REW"  PERFORM REESCRIBIR
              WHEN "DEL"  PERFORM BORRAR
              WHEN "STN<" PERFORM STNOMENOR
              WHEN "NEX"  PERFORM LEERNEXT
              WHEN "CLO"  PERFORM CERRAR
              WHEN "GER"  PERFORM GETERRORES
              WHEN "GETRAZON" PERFORM GETRAZON
              WHEN "GETCAMBIO" PERFORM GETCAMBIO
              WHEN "PAGTODOS" PERFORM CARGAPAGINADA
              WHEN "GETALL" PERFORM GETALL
              WHEN "SETALL" PERFORM SETALL
              WHEN "PIN" PERFORM PING
              WHEN "META" PERFORM METADATA
              WHEN "HLT" PERFORM HEALTHCHECK
              WHEN "STP" PERFORM TERMINA
           END-EVALUATE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       PING SECTION.
       PG.
           MOVE 6 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING "|PONG|" LONGI
           ELSE
              DISPLAY "|PONG|" UPON SYSOUT
           END-IF.
       FIN-PING.

       METADATA SECTION.
       MET.
           MOVE SPACES TO ENTEXTO.
           STRING "FSGAMB|169|CLA-USUARIO,CLA-TIPO,"
                  "CLA-VALOR,ACTIVO,MODPOR,MODFECHA,MODHORA"
                  DELIMITED BY SIZE
                  INTO ENTEXTO
           END-STRING.
           MOVE 192 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING ENTEXTO LONGI
           ELSE
              DISPLAY ENTEXTO UPON SYSOUT
           END-IF.
       FIN-METADATA.

       HEALTHCHECK SECTION.
       HCK.
           MOVE SPACES TO ENTEXTO.
           STRING "HEALTH|ABIERTO=" ABIERTO
                  "|ERRORES=" ERRORES
                  "|TRAZAR=" TRAZAR
                  DELIMITED BY SIZE
                  INTO ENTEXTO
           END-STRING.
           MOVE 192 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING ENTEXTO LONGI
           ELSE
              DISPLAY ENTEXTO UPON SYSOUT
           END-IF.
       FIN-HEALTHCHECK.

       CHEQUEAADM SECTION.
       CHA.
           MOVE 1 TO ADMPERMITIDO.
           CALL "SRCHKADM" USING SERVADM GRUPOADM
                ADMPERMITIDO.
           IF ADMPERMITIDO = 0
              MOVE "X" TO ABM
              MOVE SPACES TO REGISTRO
              MOVE OPERACION TO REGISTRO(1:128)
              CALL "SRUTRAZA" USING NOMBREFSGAMB ABM
                   REGISTRO
              GO TO FIN-CHEQUEAADM
           END-IF.
           IF CLA-USUARIO = USUARIO
              MOVE 0 TO ADMPERMITIDO
           END-IF.
       FIN-CHEQUEAADM.
           EXIT.

       TERMINA SECTION.
       TERMI.
           DISPLAY "RESUMEN SESION " NOMBREFSGAMB
                   " ALTAS=" SESALTA
                   " BAJAS=" SESBAJA
                   " MODIFS=" SESMODIF
                   " LECTURAS=" SESLECT UPON SYSOUT.
           MOVE 5 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING "|FIN|" LONGI
           ELSE
              DISPLAY "|FIN|" UPON SYSOUT
           END-IF.
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
              CALL "CogeTrabajo" USING OPERACION VALORES PALPRUPARJ
           ELSE
              UNSTRING BUFERENT DELIMITED BY SEPARADOR INTO
                    OPERACION
                    VALORES
              END-UNSTRING
           END-IF.
       FIN-COGE-TRABAJO.

       ABREINPUT SECTION.
       ABR-INP.
           IF ABIERTO = 1
              GO TO FIN-ABREINPUT
           END-IF.
           IF ABIERTO = 2 OR 3
              PERFORM CERRAR
           END-IF.
           OPEN INPUT FSGAMB.
           IF ERRORES = "35" OR
             (ERROR-1 = "9" AND ERROR-2N = 9)
              PERFORM ABREOUTPUT
              PERFORM CERRAR
              GO TO ABR-INP
           END-IF.
           MOVE 1 TO ABIERTO.
       FIN-ABREINPUT.

       ABREIO SECTION.
       ABR-IO.
           IF ABIERTO = 2
              GO TO FIN-ABREIO
           END-IF.
           IF ABIERTO = 1 OR 3
              PERFORM CERRAR
           END-IF.
           OPEN I-O FSGAMB.
           IF ERRORES = "35" OR
              ERROR-1 = "9" AND ERROR-2N = 9
              PERFORM ABREOUTPUT
              PERFORM CERRAR
              GO TO ABR-IO.
           MOVE 2 TO ABIERTO.
       FIN-ABREIO.

       ABREOUTPUT SECTION.
       ABR-OUT.
           IF ABIERTO = 3
              GO TO FIN-ABREOUTPUT
           END-IF.
           IF ABIERTO = 1 OR 2
              PERFORM CERRAR
           END-IF.
           CALL "PRUMKDIR" USING NOMBREFSGAMB.
           OPEN OUTPUT FSGAMB.
           IF ERRORES NOT = "00"
              CALL "PRUERR" USING
                   ERRORES
                   NOMBREFSGAMB
                  "ASIGNADOR"
              GO TO FIN-ABREOUTPUT
           END-IF.
           MOVE 3 TO ABIERTO.
       FIN-ABREOUTPUT.

       CERRAR SECTION.
       CER.
           IF ABIERTO < 1 OR > 3
              GO TO FIN-CERRAR
           END-IF.
           CLOSE FSGAMB.
           MOVE 4 TO ABIERTO.
       FIN-CERRAR.

       LEER SECTION.
       LEER-PR.
           PERFORM MOVEJTOC.
           MOVE 0 TO INVALIDKEY.
           IF ABIERTO < 1 OR > 3
              PERFORM ABREINPUT
           END-IF.
           IF ABIERTO = 3
              PERFORM CERRAR
              PERFORM ABREINPUT
           END-IF.
           READ FSGAMB WITH IGNORE LOCK INVALID KEY
                MOVE 1 TO INVALIDKEY
                GO TO FIN-LEER.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO INVALIDKEY
              GO TO FIN-LEER
           END-IF.
           PERFORM MOVECTOJ.
           ADD 1 TO SESLECT.
       FIN-LEER.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.

       ESCRIBIR SECTION.
       ESCR.
           PERFORM MOVEJTOC.
           PERFORM CHEQUEAADM.
           IF ADMPERMITIDO = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-ESCRIBIR
           END-IF.
           IF CLA-TIPO NOT = "N" AND CLA-TIPO NOT = "D" AND
              CLA-TIPO NOT = "E"
              MOVE 7 TO INVALIDKEY
              GO TO FIN-ESCRIBIR
           END-IF.
           IF ACTIVO = SPACE OR LOW-VALUE
              MOVE "S" TO ACTIVO
           END-IF.
           MOVE USUARIO TO MODPOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MODFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA.
           MOVE 0 TO INVALIDKEY.
           IF ABIERTO < 1 OR > 3
              PERFORM ABREIO
           END-IF.
           IF ABIERTO = 1
              PERFORM CERRAR
              PERFORM ABREIO
           END-IF.
           WRITE RSGAMB INVALID KEY
                 MOVE 1 TO INVALIDKEY
                 GO TO FIN-ESCRIBIR.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO INVALIDKEY
              GO TO FIN-ESCRIBIR
           END-IF.
           ADD 1 TO SESALTA.
           IF TRAZAR = "true"
              MOVE "A" TO ABM
              MOVE RSGAMB TO REGISTRO
              CALL "SRUTRAZA" USING
                   NOMBREFSGAMB
                   ABM
                   REGISTRO
           END-IF.
       FIN-ESCRIBIR.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.

       REESCRIBIR SECTION.
       REESCR.
           PERFORM MOVEJTOC.
           PERFORM CHEQUEAADM.
           IF ADMPERMITIDO = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-REESCRIBIR
           END-IF.
           MOVE USUARIO TO MODPOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MODFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA.
           MOVE 0 TO INVALIDKEY.
           IF ABIERTO < 1 OR > 3
              PERFORM ABREIO
           END-IF.
           IF ABIERTO = 1 OR 3
              PERFORM CERRAR
              PERFORM ABREIO
           END-IF.
           PERFORM CHEQUEASELLO.
           IF SELLOMAL NOT = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-REESCRIBIR
           END-IF.
           REWRITE RSGAMB INVALID KEY
                   MOVE 1 TO INVALIDKEY
                   GO TO FIN-REESCRIBIR.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO INVALIDKEY
              GO TO FIN-REESCRIBIR
           END-IF.
           ADD 1 TO SESMODIF.
           IF TRAZAR = "true"
              MOVE "M" TO ABM
              MOVE RSGAMB TO REGISTRO
              CALL "SRUTRAZA" USING
                   NOMBREFSGAMB
                   ABM
                   REGISTRO
           END-IF.
       FIN-REESCRIBIR.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.

       BORRAR SECTION.
       BO.
           PERFORM MOVEJTOC.
           PERFORM CHEQUEAADM.
           IF ADMPERMITIDO = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-BORRAR
           END-IF.
           MOVE 0 TO INVALIDKEY.
           IF ABIERTO < 1 OR > 3
              PERFORM ABREIO
           END-IF.
           IF ABIERTO = 1 OR 3
              PERFORM CERRAR
              PERFORM ABREIO
           END-IF.
           DELETE FSGAMB INVALID KEY
                  MOVE 1 TO INVALIDKEY
                  GO TO FIN-BORRAR.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO INVALIDKEY
              GO TO FIN-BORRAR
           END-IF.
           ADD 1 TO SESBAJA.
           IF TRAZAR = "true"
              MOVE "B" TO ABM
              MOVE RSGAMB TO REGISTRO
              CALL "SRUTRAZA" USING
                   NOMBREFSGAMB
                   ABM
                   REGISTRO
           END-IF.
       FIN-BORRAR.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.

       STNOMENOR SECTION.
       STANOME.
           PERFORM MOVEJTOC.
           MOVE 0 TO INVALIDKEY.
           MOVE 0 TO INVALIDKEYNEXT.
           IF ABIERTO < 1 OR > 3
              PERFORM ABREINPUT
           END-IF.
           IF ABIERTO = 3
              PERFORM CERRAR
              PERFORM ABREINPUT
           END-IF.
           START FSGAMB KEY NOT < CLA INVALID KEY
                 MOVE 1 TO INVALIDKEY
                 GO TO FIN-STNOMENOR.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO INVALIDKEY
              GO TO FIN-STNOMENOR
           END-IF.
       FIN-STNOMENOR.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.
           MOVE INVALIDKEY TO INVALIDKEYNEXT.

       LEERNEXT SECTION.
       LENE.
           MOVE 0 TO INVALIDKEY.
           IF INVALIDKEYNEXT = 1
              MOVE 1 TO INVALIDKEY
              GO TO FIN-LEERNEXT
           END-IF.
           READ FSGAMB NEXT RECORD WITH IGNORE LOCK AT END
                MOVE 1 TO INVALIDKEY
                GO TO FIN-LEERNEXT.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO INVALIDKEY
              GO TO FIN-LEERNEXT
           END-IF.
           PERFORM MOVECTOJ.
       FIN-LEERNEXT.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.
           MOVE INVALIDKEY TO INVALIDKEYNEXT.

       PONNOMBRE SECTION.
       PON.
           IF VALORES NOT = SPACES AND VALORES NOT = LOW-VALUES
              MOVE 0 TO CONTADORPP
              INSPECT VALORES TALLYING CONTADORPP FOR ALL ".."
              IF CONTADORPP = 0
                 MOVE VALORES TO NOMBREFSGAMB
              END-IF
           END-IF.
       FIN-PONNOMBRE.

       GETERRORES SECTION.
       GON.
           MOVE 2 TO LONGI
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING ERRORES LONGI
           ELSE
              DISPLAY ERRORES UPON SYSOUT
           END-IF.

       GETRAZON SECTION.
       GRZN.
           CALL "SRRAZON" USING ERRORES RAZONTXT.
           MOVE 40 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING RAZONTXT LONGI
           ELSE
              DISPLAY RAZONTXT UPON SYSOUT
           END-IF.

       CHEQUEASELLO SECTION.
       CHS.
           MOVE 0 TO SELLOMAL.
           MOVE 0 TO SELLOHALLADO.
           MOVE JMODFECHA TO SELLO-FECHA.
           MOVE JMODHORA TO SELLO-HORA.
           MOVE SPACES TO CAMBIO.
           MOVE RSGAMB TO REGISTRO.
           READ FSGAMB WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0"
              MOVE 1 TO SELLOHALLADO
              MOVE MODPOR TO CAMBIO-POR
              MOVE MODFECHA TO CAMBIO-FECHA
              MOVE MODHORA TO CAMBIO-HORA
           END-IF.
           MOVE REGISTRO TO RSGAMB.
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
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING JRSGAMB LONGI
           ELSE
              DISPLAY JRSGAMB UPON SYSOUT
           END-IF.
       FIN-GETALL.

       SETALL SECTION.
       ST.
           MOVE VALORES TO JRSGAMB.
       FIN-SETALL.

       MOVEJTOC SECTION.
       MJTOC.
           MOVE JCLA TO CLA.
           MOVE JACTIVO TO ACTIVO.
           MOVE JMODPOR TO MODPOR.
           MOVE JMODFECHA TO MODFECHA.
           MOVE JMODHORA TO MODHORA.
       FIN-MOVEJTOC.

       MOVECTOJ SECTION.
       MCTOJ.
           MOVE CLA TO JCLA.
           MOVE ACTIVO TO JACTIVO.
           MOVE MODPOR TO JMODPOR.
           MOVE MODFECHA TO JMODFECHA.
           MOVE MODHORA TO JMODHORA.
       FIN-MOVECTOJ.

       CARGAPAGINADA SECTION.
       CARGP.
           IF ABIERTO < 1 OR > 3
              PERFORM ABREINPUT
           END-IF.
           IF ABIERTO = 3
              PERFORM CERRAR
              PERFORM ABREINPUT
           END-IF.
           MOVE VALORES(1:8) TO LIMITEPAG.
           MOVE VALORES(9:129) TO ULTIMACLA.
           MOVE 0 TO CONTADORPAG.
           MOVE "N" TO MASHAYMAS.
           INITIALIZE RSGAMB.
           IF ULTIMACLA = SPACES
              MOVE SPACES TO CLA
              START FSGAMB KEY NOT < CLA INVALID KEY
                    GO TO FIN-CARGAPAGINADA
           ELSE
              MOVE ULTIMACLA TO CLA
              START FSGAMB KEY > CLA INVALID KEY
                    GO TO FIN-CARGAPAGINADA
           END-IF.
           MOVE 1 TO SIGUEPAG.
           PERFORM UNTIL SIGUEPAG = 0 OR CONTADORPAG NOT < LIMITEPAG
              READ FSGAMB NEXT RECORD WITH IGNORE LOCK
                   AT END MOVE 0 TO SIGUEPAG
              END-READ
              IF SIGUEPAG = 1
                 ADD 1 TO CONTADORPAG
                 MOVE CLA TO ULTIMACLA
                 PERFORM MOVECTOJ
                 PERFORM GETALL
              END-IF
           END-PERFORM.
           IF SIGUEPAG = 1
              READ FSGAMB NEXT RECORD WITH IGNORE LOCK
                   AT END MOVE 0 TO SIGUEPAG
              END-READ
              IF SIGUEPAG = 1
                 MOVE "S" TO MASHAYMAS
              END-IF
           END-IF.
       FIN-CARGAPAGINADA.
           MOVE SPACES TO ENTEXTO.
           STRING MASHAYMAS " " ULTIMACLA
                  DELIMITED BY SIZE
                  INTO ENTEXTO
           END-STRING.
           MOVE 192 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING ENTEXTO LONGI
           ELSE
              DISPLAY ENTEXTO UPON SYSOUT
           END-IF.

       CARGATODOS SECTION.
       INI-CARGA.
           IF ABIERTO < 1 OR > 3
              PERFORM ABREINPUT
           END-IF.
           IF ABIERTO = 3
              PERFORM CERRAR
              PERFORM ABREINPUT
           END-IF.
           DISPLAY "|INI-MUCHOS|" UPON SYSOUT.
           INITIALIZE RSGAMB.
           IF VALORES = SPACES
              START FSGAMB
                 KEY NOT < CLA
                 INVALID KEY
                 GO TO FIN-CARGATODOS
           END-IF.
       LEE-CARGA.
           READ FSGAMB NEXT RECORD WITH IGNORE LOCK
                AT END GO TO FIN-CARGATODOS.
           PERFORM MOVECTOJ.
           PERFORM GETALL.
           GO TO LEE-CARGA.
       FIN-CARGATODOS.
           DISPLAY "|FIN-MUCHOS|" UPON SYSOUT.
