
       PROGRAM-ID.    SSGUR.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      SERVIDOR DE FSGUR. UNA CONCESION NUEVA QUE ALCANZA
                      NODOS CLASIFICADOS POR ENCIMA DE LA HABILITACION
                      DEL USUARIO (SRHABROLE) SE GRABA IGUAL, PORQUE
                      SRAUTORIZA YA LOS DENIEGA, PERO SE AVISA POR
                      CONSOLA Y GETRAZON DEVUELVE EL AVISO. UNA
                      CONCESION MARCADA ELEGIBLE (ELEGIBLE = "S") SE
                      LISTA PERO NO AUTORIZA HASTA QUE SU TITULAR LA
                      ACTIVA CON LA OPERACION ACTIVAR (CLAVE EN LOS
                      CAMPOS J, HORAS EN VALORES 1-3 Y MOTIVO EN 4-67);
                      DESACTIVAR LA CIERRA ANTES DE TIEMPO, POR EL
                      TITULAR O UN ADMINISTRADOR DE BORRADO. AMBAS LAS
                      RESUELVE SRJIT Y DEVUELVEN SU RESULTADO; GETRAZON
                      DA EL MOTIVO. UN ALTA SIN LOS REQUISITOS DE
                      FORMACION DEL ROLE (SRCHKPREQ: CURSO QUE FALTA O
                      CADUCADO) SE RECHAZA CON 9 Y EL CURSO COMO RAZON.
                      LAS ALTAS, MODIFICACIONES Y BAJAS SE NIEGAN CON 9
                      CUANDO SU EFECTO SALE DEL AMBITO DE ADMINISTRACION
                      DELEGADA DE QUIEN LAS HACE (SRCHKAMB SOBRE EL
                      DEPARTAMENTO DEL USUARIO, LA ENTIDAD Y LOS NODOS
                      QUE ALCANZA EL ROLE), CON EL MOTIVO EN GETRAZON.
                      UN ROLE TECNICO (TIPO-ROLE "T") NO SE CONCEDE
                      DIRECTAMENTE A UNA PERSONA: EL ALTA SE RECHAZA CON
                      9 Y GETRAZON PIDE UN ROLE DE NEGOCIO, SALVO CUENTA
                      TECNICA O EXCEPCION VIGENTE (SRCHKTIER). UN ALTA O
                      MODIFICACION (TAMBIEN EN BULKWRI) SOBRE LA
                      CONCESION DEL PROPIO OPERADOR O DE UN SUPERIOR
                      SUYO EN LA LINEA DE FSGATR SE NIEGA CON 9 POR
                      CONFLICTO DE INTERESES (SRCHKINTERES), CON EL
                      MOTIVO EN GETRAZON. LA REESCRITURA (REW) COMPRUEBA
                      QUE MODFECHA Y MODHORA DEL CLIENTE SIGUEN SIENDO
                      LAS DEL REGISTRO GUARDADO (SRCHKSELLO); SI OTRO LO
                      HA CAMBIADO SE RECHAZA CON ESTADO F4 Y GETCAMBIO
                      DEVUELVE QUIEN Y CUANDO. FIRECALL EXIGE LA FIRMA
                      DE QUIEN LO CONCEDE: SU CONTRASENA EN
                      VALORES(385:64), COMPROBADA CON SRFIRMA
                      (SRVERIFICA), QUE LA DEJA EN LA TRAZA DE FIRMAS.
                      SIN FIRMA VALIDA NO SE GRABA Y DEVUELVE 9 CON
                      ERRORES "F6"; LA FALLIDA CUENTA PARA EL BLOQUEO DE
                      LA CREDENCIAL. ACTIVAR Y DESACTIVAR CAMBIAN FSGUR:
                      EN VEDA DE FSGUR (SRCHKVEDA) SE RECHAZAN CON 9 Y
                      ERRORES F3 COMO EL ABM.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         03 JEMERGENCIA PIC X(1).
         03 JEMERG-EXPIRA PIC 9(10).
         03 JENTIDAD PIC X(4).
         03 JELEGIBLE PIC X(1).
         03 JFILLER PIC X(2).
       01  VALORDIR          PIC X(128).
       01  NOMBRDIR          PIC X(6).
       01  ERRORES.
       01 MASHAYMAS                    PIC X VALUE "N".
       01 ULTIMACLA                    PIC X(128).
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
       01 JUSTIFICAPOL                 PIC X(64) IS EXTERNAL.
       01 TICKETJUST                   PIC X(16) IS EXTERNAL.
       01 REGISTROPOL                  PIC X(192).
       01 RESULTADOJUST                PIC 9.
       01 RESULTADOPOL                 PIC 9.
       01 RAZONPOL                     PIC X(40) VALUE SPACES.
       01 HABILUSU                     PIC 9(1).
       01 ENCONTRADOHAB                PIC 9.
       01 TOTALSOBRE                   PIC 9(3).
       01 CLASIFMAX                    PIC 9(1).
       01 NODOMAX                      PIC X(64).
       01 OBSOLETOROL                  PIC 9.
       01 SUSTITUTOROL                 PIC X(64).
       01 OCASOROL                     PIC 9(8).
       01 PERMITETIER                  PIC 9.
       01 TIPOACTO                     PIC X(1) VALUE "G".
       01 CONFLICTOINT                 PIC 9.
       01 RESULTADOPRE                 PIC 9.
       01 CURSOPRE                     PIC X(16).
       01 SERVIDORAMB                  PIC X(8) VALUE "FSGUR".
       01 TIPOAMB                      PIC X(1).
       01 VALORAMB                     PIC X(64).
       01 AMBDENTRO                    PIC 9.
       01 RAZONAMB                     PIC X(40).
       01 PERMITEGUARD                 PIC 9.
       01 LOCKHOLDER                   PIC X(15).
       01 LOCKFECHA                    PIC 9(8).
       01 LOCKHORA                     PIC 9(6).
       01 ACCIONJIT                    PIC X.
       01 USUJIT                       PIC X(64).
       01 ROLEJIT                      PIC X(64).
       01 HORASJIT                     PIC 9(3).
       01 MOTIVOJIT                    PIC X(64).
       01 RESULTADOJIT                 PIC 9.
       01 RAZONJIT                     PIC X(40).
       01 ENCONTRADOLH                 PIC 9.
       01 ACTIVOUSU                    PIC X.
       01 LONGICLAVE                   PIC 9(3) VALUE 128.
       01 FUERAENTIDAD                 PIC 9.
       01 VIGTIPO                     PIC X(8).
       01 VIGEVENTOS                  PIC 9(8).
       01 CLAVEFIRMA                  PIC X(64).
       01 CLAVEFIR                    PIC X(128).
       01 METODOFIR                   PIC X(1).
       01 FECHAFIR                    PIC 9(8).
       01 HORAFIR                     PIC 9(6).
       01 RESULTADOFIR                 PIC 9.
       01 CUPOCLAVE                   PIC X(32).
       01 CUPOVALOR                   PIC X(128).
       01 CUPOENC                     PIC 9.
       01 ABIERTO                     PIC 9.
       01 IGNORELOCK                  PIC 9.
       01 INVALIDKEY                  PIC 9.
       01 CERCADO                     PIC 9.
       01 LIMITADO                    PIC 9.
       01 ACCIONVEDA                  PIC X.
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).
       01 MAESTROVEDA                 PIC X(8).
       01 CONTADORCERCO               PIC 9(8).
       01 INVALIDKEYNEXT              PIC 9.
       01 INVALIDKEYPREV              PIC 9.
       01 CONVERTIR                   PIC 9.
       01 MHORAINI                     PIC 9(8).
       01 SERVIDORSES                  PIC X(8)
          VALUE "FSGUR".
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
           MOVE SPACES TO MAESTROVEDA.
           IF OPERACION = "WRI" OR "REW" OR "DEL" OR "BULKWRI"
              MOVE SERVIDORSES TO MAESTROVEDA
           END-IF.
           IF OPERACION = "ACTIVAR" OR "DESACTIVAR"
              MOVE SERVIDORSES TO MAESTROVEDA
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
           MOVE "T" TO SESACCION.
           CALL "SRSESION" USING SERVIDORSES SESACCION
                DEBETERMINAR.
              WHEN "REA"  PERFORM LEER
              WHEN "WRI"  PERFORM ESCRIBIR
              WHEN "FIRECALL" PERFORM FIRECALL
              WHEN "ACTIVAR" PERFORM ACTIVAR
              WHEN "DESACTIVAR" PERFORM DESACTIVAR
              WHEN "REW"  PERFORM REESCRIBIR
              WHEN "DEL"  PERFORM BORRAR
              WHEN "ST<"  PERFORM STMENOR
              WHEN "SIL"  PERFORM SETIGNORELOCK
              WHEN "GER"  PERFORM GETERRORES
              WHEN "GETRAZON" PERFORM GETRAZON
              WHEN "GETCAMBIO" PERFORM GETCAMBIO
              WHEN "GETLOCKHOLDER" PERFORM GETLOCKHOLDER
              WHEN "PAGTODOS" PERFORM CARGAPAGINADA
              WHEN "BULKWRI" PERFORM ESCRIBIRMASIVO
           MOVE SPACES TO ENTEXTO.
           STRING "FSGUR|192|CLA-USUARIO,CLA-ROLE,ACTIVO,"
                  "MODPOR,MODFECHA,MODHORA,FECHA-DESDE,FECHA-HASTA,"
                  "EMERGENCIA,EMERG-EXPIRA,ELEGIBLE|ALT:CLA-ROLE"
                  DELIMITED BY SIZE
                  INTO ENTEXTO
           END-STRING.
           STOP RUN.
       FIN-TERMINA.

       CERCADA SECTION.
       CER.
           MOVE "F1" TO ERRORES.
           MOVE 9 TO INVALIDKEY.
           IF OPERACION = "REVROL"
              MOVE SPACES TO ENTEXTO
              MOVE "CERCADO" TO ENTEXTO(1:8)
              MOVE 192 TO LONGI
              IF ESCRIBIBLE = "P"
                 CALL "Escribir" USING ENTEXTO LONGI
              ELSE
                 DISPLAY ENTEXTO UPON SYSOUT
              END-IF
              GO TO FIN-CERCADA
           END-IF.
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
           IF OPERACION = "REVROL"
              MOVE SPACES TO ENTEXTO
              MOVE "LIMITADO" TO ENTEXTO(1:8)
              MOVE 192 TO LONGI
              IF ESCRIBIBLE = "P"
                 CALL "Escribir" USING ENTEXTO LONGI
              ELSE
                 DISPLAY ENTEXTO UPON SYSOUT
              END-IF
              GO TO FIN-LIMITADA
           END-IF.
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
              PERFORM CERRAR
              PERFORM ABREIO
           END-IF.
           PERFORM CHEQUEAAMBITO.
           IF AMBDENTRO = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-ESCRIBIR
           END-IF.
           PERFORM CHEQUEAINTERES.
           IF CONFLICTOINT NOT = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-ESCRIBIR
           END-IF.
           IF VALORES(1:6) NOT = "FORZAR"
              PERFORM CHEQUEASOD
              IF SODCONFLICTO = 1
              MOVE 9 TO INVALIDKEY
              GO TO FIN-ESCRIBIR
           END-IF.
           CALL "SRCHKROBS" USING CLA-ROLE OBSOLETOROL SUSTITUTOROL
                OCASOROL.
           IF OBSOLETOROL = 1
              MOVE SPACES TO RAZONPOL
              STRING "ROLE OBSOLETO, PEDIR " SUSTITUTOROL
                     DELIMITED BY SIZE
                     INTO RAZONPOL
              END-STRING
              MOVE 9 TO INVALIDKEY
              GO TO FIN-ESCRIBIR
           END-IF.
           CALL "SRCHKTIER" USING CLA-USUARIO CLA-ROLE PERMITETIER
                RAZONPOL.
           IF PERMITETIER = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-ESCRIBIR
           END-IF.
           CALL "SRCHKPREQ" USING CLA-USUARIO CLA-ROLE RESULTADOPRE
                CURSOPRE RAZONPOL.
           IF RESULTADOPRE NOT = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-ESCRIBIR
           END-IF.
           IF EMERGENCIA NOT = "S"
              MOVE SPACE TO EMERGENCIA
           END-IF.
                   JUSTIFICAPOL USUARIO TICKETJUST
                   RESULTADOJUST
           END-IF.
           PERFORM AVISAHABIL.
       FIN-ESCRIBIR.
           MOVE SPACES TO JUSTIFICAPOL.
           MOVE SPACES TO TICKETJUST.
       FIC.
           PERFORM MOVEJTOC.
           MOVE 0 TO INVALIDKEY.
           MOVE VALORES(385:64) TO CLAVEFIRMA.
           MOVE SPACES TO VALORES(385:64).
           IF ABIERTO < 1 OR > 3
              PERFORM ABREIO
           END-IF.
              MOVE 7 TO INVALIDKEY
              GO TO FIN-FIRECALL
           END-IF.
           MOVE CLA TO CLAVEFIR.
           CALL "SRFIRMA" USING SERVIDORSES OPERACION CLAVEFIR
                CLAVEFIRMA METODOFIR FECHAFIR HORAFIR RESULTADOFIR.
           MOVE SPACES TO CLAVEFIRMA.
           IF RESULTADOFIR NOT = 0
              MOVE "F6" TO ERRORES
              MOVE 9 TO INVALIDKEY
              GO TO FIN-FIRECALL
           END-IF.
           MOVE USUARIO TO MODPOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MODFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA.
           MOVE "FSGUR" TO VIGTIPO.
           CALL "SRVIGIA" USING VIGTIPO CLA-USUARIO CLA-ROLE
                VIGEVENTOS.
           MOVE "E" TO ACCIONVEDA.
           CALL "SRCHKVEDA" USING ACCIONVEDA SERVIDORSES OPERACION
                CLA VEDADO DESVEDA.
       FIN-FIRECALL.
           MOVE SPACES TO CLAVEFIRMA.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.

       ACTIVAR SECTION.
       ACV.
           MOVE JCLA-USUARIO TO USUJIT.
           MOVE JCLA-ROLE TO ROLEJIT.
           IF USUJIT NOT = USUARIO
              MOVE 8 TO INVALIDKEY
              MOVE "SOLO EL TITULAR PUEDE ACTIVAR" TO RAZONPOL
              GO TO FIN-ACTIVAR
           END-IF.
           IF VALORES(1:3) NUMERIC
              MOVE VALORES(1:3) TO HORASJIT
           ELSE
              MOVE 0 TO HORASJIT
           END-IF.
           MOVE VALORES(4:64) TO MOTIVOJIT.
           MOVE "S" TO ACCIONJIT.
           CALL "SRJIT" USING ACCIONJIT USUJIT ROLEJIT HORASJIT
                MOTIVOJIT RESULTADOJIT RAZONJIT.
           MOVE RESULTADOJIT TO INVALIDKEY.
           MOVE RAZONJIT TO RAZONPOL.
       FIN-ACTIVAR.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.

       DESACTIVAR SECTION.
       DSV.
           MOVE JCLA-USUARIO TO USUJIT.
           MOVE JCLA-ROLE TO ROLEJIT.
           IF USUJIT NOT = USUARIO
              MOVE "BORRADO" TO GRUPOADM
              PERFORM CHEQUEAADM
              IF ADMPERMITIDO = 0
                 MOVE 8 TO INVALIDKEY
                 MOVE "SOLO EL TITULAR O UN ADMINISTRADOR"
                      TO RAZONPOL
                 GO TO FIN-DESACTIVAR
              END-IF
           END-IF.
           MOVE 0 TO HORASJIT.
           MOVE SPACES TO MOTIVOJIT.
           MOVE "D" TO ACCIONJIT.
           CALL "SRJIT" USING ACCIONJIT USUJIT ROLEJIT HORASJIT
                MOTIVOJIT RESULTADOJIT RAZONJIT.
           MOVE RESULTADOJIT TO INVALIDKEY.
           MOVE RAZONJIT TO RAZONPOL.
       FIN-DESACTIVAR.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
              PERFORM CERRAR
              PERFORM ABREIO
           END-IF.
           PERFORM CHEQUEASELLO.
           IF SELLOMAL NOT = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-REESCRIBIR
           END-IF.
           READ FSGUR WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
                 GO TO FIN-REESCRIBIR
              END-IF
           END-IF.
           PERFORM CHEQUEAAMBITO.
           IF AMBDENTRO = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-REESCRIBIR
           END-IF.
           PERFORM CHEQUEAINTERES.
           IF CONFLICTOINT NOT = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-REESCRIBIR
           END-IF.
           PERFORM MOVEJTOC.
           MOVE USUARIO TO MODPOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MODFECHA.
                 GO TO FIN-BORRAR
              END-IF
           END-IF.
           PERFORM CHEQUEAAMBITO.
           IF AMBDENTRO = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-BORRAR
           END-IF.
           DELETE FSGUR INVALID KEY
                  MOVE 1 TO INVALIDKEY
                  GO TO FIN-BORRAR.
           END-IF.


       CHEQUEASELLO SECTION.
       CHS.
           MOVE 0 TO SELLOMAL.
           MOVE 0 TO SELLOHALLADO.
           MOVE JMODFECHA TO SELLO-FECHA.
           MOVE JMODHORA TO SELLO-HORA.
           MOVE SPACES TO CAMBIO.
           MOVE RSGUR TO REGISTRO.
           READ FSGUR WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0"
              MOVE 1 TO SELLOHALLADO
              MOVE MODPOR TO CAMBIO-POR
              MOVE MODFECHA TO CAMBIO-FECHA
              MOVE MODHORA TO CAMBIO-HORA
           END-IF.
           MOVE REGISTRO TO RSGUR.
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
       FIN-CHEQUEAENTIDAD.
           EXIT.

       CHEQUEAINTERES SECTION.
       CHIN.
           CALL "SRCHKINTERES" USING TIPOACTO USUARIO CLA-USUARIO
                CLA-ROLE CONFLICTOINT RAZONPOL.
       FIN-CHEQUEAINTERES.
           EXIT.

       CHEQUEAAMBITO SECTION.
       CHAM.
           MOVE "U" TO TIPOAMB.
           MOVE CLA-USUARIO TO VALORAMB.
           CALL "SRCHKAMB" USING SERVIDORAMB TIPOAMB VALORAMB
                AMBDENTRO RAZONAMB.
           IF AMBDENTRO = 0
              MOVE RAZONAMB TO RAZONPOL
              GO TO FIN-CHEQUEAAMBITO
           END-IF.
           MOVE "E" TO TIPOAMB.
           MOVE SPACES TO VALORAMB.
           IF ENTIDADSES NOT = SPACES AND
              ENTIDADSES NOT = LOW-VALUES
              MOVE ENTIDADSES TO VALORAMB
           ELSE
              IF ENTIDAD NOT = LOW-VALUES
                 MOVE ENTIDAD TO VALORAMB
              END-IF
           END-IF.
           CALL "SRCHKAMB" USING SERVIDORAMB TIPOAMB VALORAMB
                AMBDENTRO RAZONAMB.
           IF AMBDENTRO = 0
              MOVE RAZONAMB TO RAZONPOL
              GO TO FIN-CHEQUEAAMBITO
           END-IF.
           MOVE "R" TO TIPOAMB.
           MOVE CLA-ROLE TO VALORAMB.
           CALL "SRCHKAMB" USING SERVIDORAMB TIPOAMB VALORAMB
                AMBDENTRO RAZONAMB.
           IF AMBDENTRO = 0
              MOVE RAZONAMB TO RAZONPOL
           END-IF.
       FIN-CHEQUEAAMBITO.
           EXIT.

       MIRACUATRO SECTION.
       MIC.
           MOVE SPACES TO CUATROVALOR.
       FIN-MIRACUATRO.
           EXIT.

       AVISAHABIL SECTION.
       AHB.
           CALL "SRGETHABIL" USING CLA-USUARIO HABILUSU ENCONTRADOHAB.
           CALL "SRHABROLE" USING CLA-ROLE HABILUSU TOTALSOBRE
                CLASIFMAX NODOMAX.
           IF TOTALSOBRE = 0
              GO TO FIN-AVISAHABIL
           END-IF.
           MOVE SPACES TO RAZONPOL.
           STRING "AVISO: " TOTALSOBRE " NODOS SOBRE HABILITACION "
                  HABILUSU
                  DELIMITED BY SIZE
                  INTO RAZONPOL
           END-STRING.
           DISPLAY "SSGUR AVISO DE HABILITACION " CLA-USUARIO(1:30)
                   " ROLE " CLA-ROLE(1:30) " HABILITACION "
                   HABILUSU " NODOS SOBRE ELLA=" TOTALSOBRE
                   " MAXIMO " CLASIFMAX " EN " NODOMAX(1:30)
                   UPON SYSOUT.
       FIN-AVISAHABIL.
           EXIT.

       CHEQUEASOD SECTION.
       CHSOD.
           MOVE 0 TO SODCONFLICTO.
           MOVE JEMERGENCIA TO EMERGENCIA.
           MOVE JEMERG-EXPIRA TO EMERG-EXPIRA.
           MOVE JENTIDAD TO ENTIDAD.
           MOVE JELEGIBLE TO ELEGIBLE.
       FIN-MOVEJTOC.

       MOVECTOJ SECTION.
           MOVE EMERGENCIA TO JEMERGENCIA.
           MOVE EMERG-EXPIRA TO JEMERG-EXPIRA.
           MOVE ENTIDAD TO JENTIDAD.
           MOVE ELEGIBLE TO JELEGIBLE.
       FIN-MOVECTOJ.

       CARGAPAGINADA SECTION.
