
       PROGRAM-ID.    SSGROLE.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      SERVIDOR DE FSGROLE. LA OPERACION DONDE DA TODOS
                      LOS FICHEROS Y REGISTROS QUE NOMBRAN LA CLAVE
                      RECIBIDA (SRDONDE), INCLUIDOS ARCHIVOS Y LO
                      PENDIENTE, ANTES DE BORRAR, RENOMBRAR O FUSIONAR.
                      TIPO-ROLE CLASIFICA EL ROLE: "N" DE NEGOCIO, "T"
                      TECNICO O EN BLANCO SIN CLASIFICAR; OTRO VALOR SE
                      RECHAZA CON 3 AL GRABAR O REESCRIBIR. UN ROLE
                      TECNICO NO SE CONCEDE DIRECTAMENTE A PERSONAS (VER
                      SRCHKTIER). LA REESCRITURA (REW) COMPRUEBA QUE
                      MODFECHA Y MODHORA DEL CLIENTE SIGUEN SIENDO LAS
                      DEL REGISTRO GUARDADO (SRCHKSELLO); SI OTRO LO HA
                      CAMBIADO SE RECHAZA CON ESTADO F4 Y GETCAMBIO
                      DEVUELVE QUIEN Y CUANDO. ROMPELOCK EXIGE LA FIRMA
                      DEL OPERADOR: SU CONTRASENA EN VALORES(385:64),
                      COMPROBADA CON SRFIRMA (SRVERIFICA), QUE LA DEJA
                      EN LA TRAZA DE FIRMAS. SIN FIRMA VALIDA NO SE
                      ROMPE NADA, DEVUELVE 8 Y ERRORES "F6"; LA FALLIDA
                      CUENTA PARA EL BLOQUEO DE LA CREDENCIAL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         03 JMODFECHA PIC 9(8).
         03 JMODHORA PIC 9(6).
         03 JENTIDAD PIC X(4).
         03 JTIPO-ROLE PIC X(1).
         03 JFILLER PIC X(21).
       01 HOY                          PIC 9(8).
       01  VALORDIR          PIC X(128).
       01  NOMBRDIR          PIC X(6).
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
       01 CMP-2                       PIC X(448).
       01 MILONGI                     PIC 99999.
       01 ENTEXTO PIC X(192).
       01 TIPODONDE                   PIC X(1).
       01 CLAVEDONDE                  PIC X(64).
       01 TABLA-DONDE-L.
          05 LINEADONDE               PIC X(132) OCCURS 500 TIMES.
       01 TOTALDONDE                  PIC 9(4).
       01 CONTADORDONDE               PIC 9(8).
       01 IDONDE                      PIC 9(4).
       01 ELNUMERO USAGE IS COMP-2.
       01 ENPIC PIC -9(14).9999.
       01 COMPIC PIC -9(14).9999.
       01 MHORAINI                     PIC 9(8).
       01 SERVIDORSES                  PIC X(8)
          VALUE "FSGROLE".
       01 ORIGENLEC                   PIC X(12).
       01 SESACCION                    PIC X.
       01 DEBETERMINAR                 PIC 9.
       01 CLAVELOCK                    PIC X(128).
       01 LONGILOCK                    PIC 9(3).
       01 RESULTADOLOCK                PIC 9.
       01 CLAVEFIRMA                   PIC X(64).
       01 CLAVEFIR                     PIC X(128).
       01 METODOFIR                    PIC X(1).
       01 FECHAFIR                     PIC 9(8).
       01 HORAFIR                      PIC 9(6).
       01 RESULTADOFIR                 PIC 9.
       01 ACCIONCAT                    PIC X(1).
       01 ROLECAT                      PIC X(64).
       01 DESOFICAT                    PIC X(64).
       01 ORDENABLECAT                 PIC X(1).
       01 RESULTADOCAT                 PIC 9.
       01 ENCONTRADOCAT                PIC 9.
       01 ACCIONOBS                    PIC X(1).
       01 ROLEOBS                      PIC X(64).
       01 FECHAOBS                     PIC 9(8).
       01 FECHAOCASO                   PIC 9(8).
       01 SUSTITUTOOBS                 PIC X(64).
       01 RESULTADOOBS                 PIC 9.
       01 SEPARADOR PIC XXX VALUE "|@|".
       01 BUFER-DIR.
          03 BUF-1 PIC X OCCURS 256.
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
              WHEN "CATGRABA" PERFORM CATGRABA
              WHEN "CATBORRA" PERFORM CATBORRA
              WHEN "CATLEE" PERFORM CATLEE
              WHEN "OBSOLETA" PERFORM OBSOLETA
              WHEN "VIGENTE" PERFORM VIGENTE
              WHEN "TRAZAR"
                 MOVE VALORES TO TRAZAR
              WHEN "SNO"  PERFORM PONNOMBRE
              WHEN "SIL"  PERFORM SETIGNORELOCK
              WHEN "GER"  PERFORM GETERRORES
              WHEN "GETRAZON" PERFORM GETRAZON
              WHEN "GETCAMBIO" PERFORM GETCAMBIO
              WHEN "GETLOCKHOLDER" PERFORM GETLOCKHOLDER
              WHEN "GETDEP" PERFORM GETDEPENDIENTES
              WHEN "PAGTODOS" PERFORM CARGAPAGINADA
              WHEN "HLT" PERFORM HEALTHCHECK
              WHEN "UNDO" PERFORM DESHACER
              WHEN "REN"  PERFORM RENOMBRAR
              WHEN "DONDE" PERFORM DONDEUSO
              WHEN "STP" PERFORM TERMINA
           END-EVALUATE.
           CALL "SRMETRICA" USING SERVIDORSES OPERACION MHORAINI.
           MOVE SPACES TO CLAVELOCK.
           MOVE VALORES(1:64) TO CLAVELOCK(1:64).
           MOVE 64 TO LONGILOCK.
           MOVE VALORES(385:64) TO CLAVEFIRMA.
           MOVE SPACES TO VALORES(385:64).
           CALL "SRFIRMA" USING SERVIDORSES OPERACION CLAVELOCK
                CLAVEFIRMA METODOFIR FECHAFIR HORAFIR RESULTADOFIR.
           MOVE SPACES TO CLAVEFIRMA.
           IF RESULTADOFIR NOT = 0
              MOVE "F6" TO ERRORES
              MOVE 8 TO RESULTADOLOCK
           ELSE
              CALL "SRROMPELOCK" USING NOMBREFSGROLE CLAVELOCK
                   LONGILOCK RESULTADOLOCK
           END-IF.
           MOVE 1 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING RESULTADOLOCK LONGI
           END-IF.
       FIN-CATLEE.

       OBSOLETA SECTION.
       OBS.
           MOVE "O" TO ACCIONOBS.
           MOVE VALORES(1:64) TO ROLEOBS.
           MOVE VALORES(65:8) TO FECHAOBS.
           MOVE VALORES(73:8) TO FECHAOCASO.
           MOVE VALORES(81:64) TO SUSTITUTOOBS.
           CALL "SRROBSGRABA" USING ACCIONOBS ROLEOBS FECHAOBS
                FECHAOCASO SUSTITUTOOBS RESULTADOOBS.
           MOVE 1 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING RESULTADOOBS LONGI
           ELSE
              DISPLAY RESULTADOOBS UPON SYSOUT
           END-IF.
       FIN-OBSOLETA.

       VIGENTE SECTION.
       VIG.
           MOVE "Q" TO ACCIONOBS.
           MOVE VALORES(1:64) TO ROLEOBS.
           MOVE 0 TO FECHAOBS.
           MOVE 0 TO FECHAOCASO.
           MOVE SPACES TO SUSTITUTOOBS.
           CALL "SRROBSGRABA" USING ACCIONOBS ROLEOBS FECHAOBS
                FECHAOCASO SUSTITUTOOBS RESULTADOOBS.
           MOVE 1 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING RESULTADOOBS LONGI
           ELSE
              DISPLAY RESULTADOOBS UPON SYSOUT
           END-IF.
       FIN-VIGENTE.

       PING SECTION.
       PG.
           MOVE 6 TO LONGI.
       MET.
           MOVE SPACES TO ENTEXTO.
           STRING "FSGROLE|192|CLA,DES,ACTIVO,FECHA-EFEC"
                  "TIVA,MODPOR,MODFECHA,MODHORA,ENTIDAD,TIPO-ROLE"
                  "|ALT:DES"
                  DELIMITED BY SIZE
                  INTO ENTEXTO
           END-STRING.
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
              MOVE 7 TO INVALIDKEY
              GO TO FIN-ESCRIBIR
           END-IF.
           IF TIPO-ROLE NOT = SPACE AND NOT = "N" AND NOT = "T"
              MOVE 3 TO INVALIDKEY
              GO TO FIN-ESCRIBIR
           END-IF.
           IF ACTIVO = SPACE OR LOW-VALUE
              MOVE "S" TO ACTIVO
           END-IF.
              PERFORM CERRAR
              PERFORM ABREIO
           END-IF.
           PERFORM CHEQUEASELLO.
           IF SELLOMAL NOT = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-REESCRIBIR
           END-IF.
           READ FSGROLE WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
              END-IF
           END-IF.
           PERFORM MOVEJTOC.
           IF TIPO-ROLE NOT = SPACE AND NOT = "N" AND NOT = "T"
              MOVE 3 TO INVALIDKEY
              GO TO FIN-REESCRIBIR
           END-IF.
           MOVE USUARIO TO MODPOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MODFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA.
           END-IF.
       FIN-GETDEPENDIENTES.

       CHEQUEASELLO SECTION.
       CHS.
           MOVE 0 TO SELLOMAL.
           MOVE 0 TO SELLOHALLADO.
           MOVE JMODFECHA TO SELLO-FECHA.
           MOVE JMODHORA TO SELLO-HORA.
           MOVE SPACES TO CAMBIO.
           MOVE RSGROLE TO REGISTRO.
           READ FSGROLE WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0"
              MOVE 1 TO SELLOHALLADO
              MOVE MODPOR TO CAMBIO-POR
              MOVE MODFECHA TO CAMBIO-FECHA
              MOVE MODHORA TO CAMBIO-HORA
           END-IF.
           MOVE REGISTRO TO RSGROLE.
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
           MOVE JMODFECHA TO MODFECHA.
           MOVE JMODHORA TO MODHORA.
           MOVE JENTIDAD TO ENTIDAD OF RSGROLE.
           MOVE JTIPO-ROLE TO TIPO-ROLE.
       FIN-MOVEJTOC.

       MOVECTOJ SECTION.
           MOVE MODFECHA TO JMODFECHA.
           MOVE MODHORA TO JMODHORA.
           MOVE ENTIDAD OF RSGROLE TO JENTIDAD.
           MOVE TIPO-ROLE TO JTIPO-ROLE.
       FIN-MOVECTOJ.

       CARGAPAGINADA SECTION.
           ELSE
              DISPLAY ENTEXTO UPON SYSOUT
           END-IF.

       DONDEUSO SECTION.
       DUS.
           MOVE "R" TO TIPODONDE.
           MOVE VALORES(1:64) TO CLAVEDONDE.
           CALL "SRDONDE" USING TIPODONDE CLAVEDONDE TABLA-DONDE-L
                TOTALDONDE CONTADORDONDE.
           DISPLAY "|INI-MUCHOS|" UPON SYSOUT.
           PERFORM VARYING IDONDE FROM 1 BY 1
                   UNTIL IDONDE > TOTALDONDE
              MOVE 132 TO LONGI
              IF ESCRIBIBLE = "P"
                 CALL "Escribir" USING LINEADONDE(IDONDE) LONGI
              ELSE
                 DISPLAY LINEADONDE(IDONDE) UPON SYSOUT
              END-IF
           END-PERFORM.
           MOVE SPACES TO ENTEXTO.
           STRING "TOTAL APARICIONES " CONTADORDONDE
                  DELIMITED BY SIZE
                  INTO ENTEXTO
           END-STRING.
           MOVE 192 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING ENTEXTO LONGI
           ELSE
              DISPLAY ENTEXTO UPON SYSOUT
           END-IF.
           DISPLAY "|FIN-MUCHOS|" UPON SYSOUT.
       FIN-DONDEUSO.
