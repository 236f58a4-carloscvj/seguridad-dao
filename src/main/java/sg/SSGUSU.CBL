                      REGISTRADO EN FSGATR, LAS TECNICAS QUEDAN
                      FUERA DE LAS CAMPANAS DE ISGCERTGEN Y
                      SRAUTORIZA LES VETA LOS NODOS INTERACTIVOS
                      SEGUN FSGNAT. SETCRED PASA LA CONTRASENA NUEVA
                      POR LAS REGLAS DE FORTALEZA DE SRCHKCLAVE Y
                      POR EL HISTORICO FSGHCRED DE SRCREDGRABA;
                      UN RECHAZO DEVUELVE 7 Y GETRAZON DICE CUAL.
                      HABILITACION ES EL NIVEL DE ACCESO A INFORMACION
                      CLASIFICADA DEL USUARIO (0 A 9, EN BLANCO 0):
                      SRAUTORIZA LE DENIEGA LOS NODOS CUYA CLASIFICACION
                      EN FSGNAT (PROPIA O HEREDADA) LA SUPERE, TENGA LOS
                      ROLES QUE TENGA. ACEPTAAUP APUNTA QUE EL PROPIO
                      USUARIO (CLAVE EN LOS CAMPOS J) ACEPTA LA VERSION
                      VIGENTE DE LA POLITICA DE USO ACEPTABLE (VERSION
                      EN VALORES 1-16, EN BLANCO LA VIGENTE) Y DEVUELVE
                      EL RESULTADO DE SRAUP; ESTADOAUP DEVUELVE
                      RESULTADO|VERSION|PLAZO|RAZON. LA OPERACION DONDE
                      DA TODOS LOS FICHEROS Y REGISTROS QUE NOMBRAN LA
                      CLAVE RECIBIDA (SRDONDE), INCLUIDOS ARCHIVOS Y LO
                      PENDIENTE, ANTES DE BORRAR, RENOMBRAR O FUSIONAR.
                      IDIOMA ES EL CODIGO DE IDIOMA DEL USUARIO (UNO DE
                      LOS DE LA CLAVE IDIOMAS DE FSGCFG; EN BLANCO EL
                      PRIMERO DE ELLOS) EN EL QUE RECIBE LOS AVISOS DE
                      CAMBIOS EN SUS CONCESIONES. UN ALTA CON UN CODIGO
                      QUE YA SE USO ALGUNA VEZ (REGISTRO PERMANENTE
                      FSGIDREG) Y YA NO ESTA EN FSGUSU SE RECHAZA CON 7
                      (GETRAZON: CODIGO YA USADO); CADA ALTA QUEDA
                      REGISTRADA EN FSGIDREG. LA REESCRITURA (REW)
                      COMPRUEBA QUE MODFECHA Y MODHORA DEL CLIENTE
                      SIGUEN SIENDO LAS DEL REGISTRO GUARDADO
                      (SRCHKSELLO); SI OTRO LO HA CAMBIADO SE RECHAZA
                      CON ESTADO F4 Y GETCAMBIO DEVUELVE QUIEN Y CUANDO.
                      ACEPTAAUP GRABA EN FSGACK: EN VEDA DE FSGACK
                      (SRCHKVEDA) SE RECHAZA CON 9 Y ERRORES F3 COMO EL
                      ABM.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         03 JMODHORA PIC 9(6).
         03 JENTIDAD PIC X(4).
         03 JTIPO-CUENTA PIC X(1).
         03 JHABILITACION PIC 9(1).
         03 JIDIOMA PIC X(8).
         03 JFILLER PIC X(12).
       01 HOY                          PIC 9(8).
       01  VALORDIR          PIC X(128).
       01  NOMBRDIR          PIC X(6).
       01 ULTIMACLA                    PIC X(64).
       01 CONTADORBULK                 PIC 9(8).
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
       01 RAZONPOL                     PIC X(40) VALUE SPACES.
       01 ACCIONAUP                    PIC X.
       01 VERSIONAUP                   PIC X(16).
       01 FECHAAUP                     PIC 9(8).
       01 GRACIAAUP                    PIC 9(3).
       01 TITULOAUP                    PIC X(64).
       01 RESULTADOAUP                 PIC 9.
       01 RAZONAUP                     PIC X(40).
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
       01 MAESTROVEDA                 PIC X(8).
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
       01 NORMAMOTIVO                  PIC X(20).
       01 NORMAFICHERO                 PIC X(8)
          VALUE "FSGUSU".
       01 ACCIONREG                    PIC X(1).
       01 EMPLEADOREG                  PIC X(12).
       01 DESREG                       PIC X(64).
       01 ESTADOREG                    PIC X(1).
       01 RESULTADOREG                 PIC 9.
       01 EXISTEREG                    PIC 9.
       01 CREDCLAVE                   PIC X(64).
       01 CREDRESULT                  PIC 9.
       01 CREDHUELLA                  PIC 9(18).
       01 CREDFORZADO                 PIC X(1).
       01 CREDEXPIRA                  PIC 9(8).
       01 CREDESQUEMA                 PIC 9.
       01 CREDSAL                     PIC X(16).
       01 FUERAENTIDAD                 PIC 9.
       01 GRUPOADM                     PIC X(8).
       01 ADMPERMITIDO                 PIC 9.
       01 MHORAINI                     PIC 9(8).
       01 SERVIDORSES                  PIC X(8)
          VALUE "FSGUSU".
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
           IF OPERACION = "ACEPTAAUP"
              MOVE "FSGACK" TO MAESTROVEDA
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
              WHEN "SETCRED" PERFORM PONCREDENCIAL
              WHEN "VERCRED" PERFORM VERIFICACRED
              WHEN "DESBLOCRED" PERFORM DESBLOQUEACRED
              WHEN "ACEPTAAUP" PERFORM ACEPTAAUP
              WHEN "ESTADOAUP" PERFORM ESTADOAUP
              WHEN "DEL"  PERFORM BORRAR
              WHEN "ST<"  PERFORM STMENOR
              WHEN "ST>"  PERFORM STMAYOR
              WHEN "SIL"  PERFORM SETIGNORELOCK
              WHEN "GER"  PERFORM GETERRORES
              WHEN "GETRAZON" PERFORM GETRAZON
              WHEN "GETCAMBIO" PERFORM GETCAMBIO
              WHEN "GETLOCKHOLDER" PERFORM GETLOCKHOLDER
              WHEN "GETDEP" PERFORM GETDEPENDIENTES
              WHEN "PAGTODOS" PERFORM CARGAPAGINADA
              WHEN "META" PERFORM METADATA
              WHEN "HLT" PERFORM HEALTHCHECK
              WHEN "UNDO" PERFORM DESHACER
              WHEN "DONDE" PERFORM DONDEUSO
              WHEN "STP" PERFORM TERMINA
           END-EVALUATE.
           CALL "SRMETRICA" USING SERVIDORSES OPERACION MHORAINI.
       MET.
           MOVE SPACES TO ENTEXTO.
           STRING "FSGUSU|192|CLA,DES,ACTIVO,FECHA-EFECT"
                  "IVA,MODPOR,MODFECHA,MODHORA,TIPO-CUENTA,"
                  "HABILITACION,IDIOMA"
                  "|ALT:DES"
                  DELIMITED BY SIZE
                  INTO ENTEXTO
              MOVE 1 TO INVALIDKEY
              GO TO FIN-PONCREDENCIAL
           END-IF.
           CALL "SRCHKCLAVE" USING JCLA CREDCLAVE CREDRESULT.
           IF CREDRESULT NOT = 0
              MOVE "C" TO ERROR-1
              MOVE CREDRESULT TO ERROR-2
              MOVE 7 TO INVALIDKEY
              GO TO FIN-PONCREDENCIAL
           END-IF.
           CALL "SRESQUEMA" USING JCLA CREDESQUEMA CREDSAL.
           CALL "SRHASH" USING JCLA CREDCLAVE CREDHUELLA CREDESQUEMA
                CREDSAL.
           CALL "SRCREDGRABA" USING JCLA CREDHUELLA CREDFORZADO
                CREDEXPIRA CREDRESULT CREDESQUEMA CREDSAL.
           IF CREDRESULT = 3
              MOVE "C5" TO ERRORES
              MOVE 7 TO INVALIDKEY
              GO TO FIN-PONCREDENCIAL
           END-IF.
           IF CREDRESULT NOT = 0
              MOVE 2 TO INVALIDKEY
           END-IF.
           END-IF.
       FIN-DESBLOQUEACRED.

       ACEPTAAUP SECTION.
       AAU.
           IF JCLA NOT = USUARIO
              MOVE 8 TO INVALIDKEY
              MOVE "SOLO ACEPTA EL PROPIO USUARIO" TO RAZONPOL
              GO TO FIN-ACEPTAAUP
           END-IF.
           MOVE "R" TO ACCIONAUP.
           MOVE VALORES(1:16) TO VERSIONAUP.
           MOVE 0 TO FECHAAUP.
           MOVE 0 TO GRACIAAUP.
           MOVE SPACES TO TITULOAUP.
           CALL "SRAUP" USING ACCIONAUP JCLA VERSIONAUP FECHAAUP
                GRACIAAUP TITULOAUP RESULTADOAUP RAZONAUP.
           MOVE RESULTADOAUP TO INVALIDKEY.
           MOVE RAZONAUP TO RAZONPOL.
       FIN-ACEPTAAUP.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.

       ESTADOAUP SECTION.
       EAU.
           MOVE "V" TO ACCIONAUP.
           MOVE SPACES TO VERSIONAUP.
           MOVE 0 TO FECHAAUP.
           MOVE 0 TO GRACIAAUP.
           MOVE SPACES TO TITULOAUP.
           CALL "SRAUP" USING ACCIONAUP JCLA VERSIONAUP FECHAAUP
                GRACIAAUP TITULOAUP RESULTADOAUP RAZONAUP.
           MOVE SPACES TO ENTEXTO.
           STRING RESULTADOAUP "|" VERSIONAUP "|" FECHAAUP "|"
                  RAZONAUP
                  DELIMITED BY SIZE
                  INTO ENTEXTO
           END-STRING.
           MOVE 192 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING ENTEXTO LONGI
           ELSE
              DISPLAY ENTEXTO UPON SYSOUT
           END-IF.
       FIN-ESTADOAUP.

       CHEQUEAENTIDAD SECTION.
       CHE.
           MOVE 0 TO FUERAENTIDAD.
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
           MOVE "C" TO ACCIONREG.
           CALL "SRIDREG" USING ACCIONREG JCLA EMPLEADOREG DESREG
                ESTADOREG RESULTADOREG.
           IF RESULTADOREG = 1
              CALL "SRCHKUSU" USING JCLA EXISTEREG
              IF EXISTEREG = 0
                 MOVE 7 TO INVALIDKEY
                 MOVE "CODIGO YA USADO, NO SE REUTILIZA" TO RAZONPOL
                 GO TO FIN-ESCRIBIR
              END-IF
           END-IF.
           IF TIPO-CUENTA = SPACE OR LOW-VALUE
              MOVE "P" TO TIPO-CUENTA
           END-IF.
                   ABM
                   REGISTRO
           END-IF.
           MOVE "R" TO ACCIONREG.
           MOVE SPACES TO EMPLEADOREG.
           MOVE DES TO DESREG.
           MOVE ACTIVO TO ESTADOREG.
           IF ESTADOREG NOT = "N"
              MOVE "A" TO ESTADOREG
           ELSE
              MOVE "B" TO ESTADOREG
           END-IF.
           CALL "SRIDREG" USING ACCIONREG CLA EMPLEADOREG DESREG
                ESTADOREG RESULTADOREG.
       FIN-ESCRIBIR.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              PERFORM CERRAR
              PERFORM ABREIO
           END-IF.
           PERFORM CHEQUEASELLO.
           IF SELLOMAL NOT = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-REESCRIBIR
           END-IF.
           READ FSGUSU WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.

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
       FIN-GETDEPENDIENTES.

       CHEQUEASELLO SECTION.
       CHS.
           MOVE 0 TO SELLOMAL.
           MOVE 0 TO SELLOHALLADO.
           MOVE JMODFECHA TO SELLO-FECHA.
           MOVE JMODHORA TO SELLO-HORA.
           MOVE SPACES TO CAMBIO.
           MOVE RSGUSU TO REGISTRO.
           READ FSGUSU WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0"
              MOVE 1 TO SELLOHALLADO
              MOVE MODPOR TO CAMBIO-POR
              MOVE MODFECHA TO CAMBIO-FECHA
              MOVE MODHORA TO CAMBIO-HORA
           END-IF.
           MOVE REGISTRO TO RSGUSU.
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
           MOVE JMODHORA TO MODHORA.
           MOVE JENTIDAD TO ENTIDAD.
           MOVE JTIPO-CUENTA TO TIPO-CUENTA.
           MOVE JHABILITACION TO HABILITACION.
           MOVE JIDIOMA TO IDIOMA.
       FIN-MOVEJTOC.

       MOVECTOJ SECTION.
           MOVE MODHORA TO JMODHORA.
           MOVE ENTIDAD TO JENTIDAD.
           MOVE TIPO-CUENTA TO JTIPO-CUENTA.
           MOVE HABILITACION TO JHABILITACION.
           MOVE IDIOMA TO JIDIOMA.
       FIN-MOVECTOJ.

       CARGAPAGINADA SECTION.
           GO TO LEE-CARGA.
       FIN-CARGATODOS.
           DISPLAY "|FIN-MUCHOS|" UPON SYSOUT.

       DONDEUSO SECTION.
       DUS.
           MOVE "U" TO TIPODONDE.
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
