       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRAUP.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACEPTACION DE LA POLITICA DE USO ACEPTABLE. LAS
                      VERSIONES DE LA POLITICA ESTAN EN FSGAUP (CLAVE
                      LA VERSION, CON FECHA DE ENTRADA EN VIGOR, DIAS
                      DE GRACIA Y TITULO); LA VIGENTE ES LA DE FECHA
                      DE VIGOR MAS RECIENTE QUE NO SEA FUTURA. LAS
                      ACEPTACIONES ESTAN EN FSGACK POR USUARIO Y
                      VERSION, CON FECHA, HORA Y TERMINAL, Y QUEDAN EN
                      LA TRAZA DE FSGACK COMO PRUEBA. ACCION "P":
                      PUBLICA UNA VERSION NUEVA (LAS VERSIONES NO SE
                      REESCRIBEN). ACCION "R": APUNTA LA ACEPTACION
                      DEL USUARIO DE LA VERSION VIGENTE (VERSION EN
                      BLANCO O LA VIGENTE; OTRA SE RECHAZA); UNA
                      CUENTA TECNICA NO ACEPTA POR SI MISMA. ACCION
                      "V": ESTADO DEL USUARIO. UNA ACEPTACION VALE LOS
                      DIAS DE LA CLAVE AUPVALIDEZ DE FSGCFG (365 POR
                      DEFECTO, LA RENOVACION ANUAL); SIN ACEPTACION
                      VALIDA EL USUARIO QUEDA PENDIENTE DURANTE LOS
                      DIAS DE GRACIA DE LA VERSION (SI VALE CERO, LA
                      CLAVE AUPGRACIA, 30 POR DEFECTO) CONTADOS DESDE
                      LA ENTRADA EN VIGOR, LA FECHA EFECTIVA DEL
                      USUARIO O EL VENCIMIENTO DE SU ULTIMA ACEPTACION,
                      LO QUE SEA MAS TARDE, Y PASADO EL PLAZO QUEDA
                      VENCIDO. UNA CUENTA TECNICA (TIPO-CUENTA "T")
                      SIGUE A SU CUSTODIO DE FSGDUENO (TIPO CUENTA): SI
                      EL CUSTODIO TIENE ACEPTADA LA VERSION VIGENTE LA
                      CUENTA TAMBIEN; SIN CUSTODIO QUEDA PENDIENTE Y
                      LUEGO VENCIDA. CON AUPTECNICA = "N" LAS CUENTAS
                      TECNICAS QUEDAN FUERA. RESULTADO EN "V": 0
                      ACEPTADA (O SIN POLITICA VIGENTE), 1 PENDIENTE EN
                      PLAZO, 2 VENCIDA; FECHAAUP DEVUELVE EL ULTIMO DIA
                      DEL PLAZO Y VERSIONAUP LA VERSION VIGENTE. EN "R"
                      Y "P": 0 BIEN, 1 USUARIO DESCONOCIDO O VERSION
                      REPETIDA, 2 FALTAN DATOS, 3 VERSION QUE NO ES LA
                      VIGENTE, 4 CUENTA TECNICA. 9 ERROR DE FICHERO.
                      RAZONAUP LO EXPLICA. LA VERSION VIGENTE SE LEE
                      UNA VEZ AL DIA POR PROCESO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGAUP-SEL".
           COPY "FSGACK-SEL".
           COPY "FSGUSU-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGAUP-FD".
           COPY "FSGACK-FD".
           COPY "FSGUSU-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 TERMINALSES                 PIC X(16) IS EXTERNAL.
       01 NOMBREFSGAUP                PIC X(256).
       01 NOMBREFSGACK                PIC X(256).
       01 NOMBREFSGUSU                PIC X(256).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 HOY                         PIC 9(8).
       01 HOYINT                      PIC 9(8).
       01 SIGUE                       PIC 9.
       01 CACHEFECHA                  PIC 9(8) VALUE 0.
       01 HAYVERSION                  PIC 9 VALUE 0.
       01 VERSIONACT                  PIC X(16).
       01 VIGORACT                    PIC 9(8).
       01 GRACIAACT                   PIC 9(3).
       01 VALIDEZ                     PIC 9(4).
       01 TIPOUSU                     PIC X(1).
       01 EFECTIVAUSU                 PIC 9(8).
       01 EXISTEUSU                   PIC 9.
       01 USUMIRA                     PIC X(64).
       01 TIPODUENO                   PIC X(8) VALUE "CUENTA".
       01 CUSTODIO                    PIC X(64).
       01 SUPLENTE                    PIC X(64).
       01 ENCONTRADODUE               PIC 9.
       01 BASEINT                     PIC 9(8).
       01 OTROINT                     PIC 9(8).
       01 PLAZOINT                    PIC 9(8).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).

       LINKAGE SECTION.
       01 ACCIONAUP                   PIC X.
       01 USUAUP                      PIC X(64).
       01 VERSIONAUP                  PIC X(16).
       01 FECHAAUP                    PIC 9(8).
       01 GRACIAAUP                   PIC 9(3).
       01 TITULOAUP                   PIC X(64).
       01 RESULTADOAUP                PIC 9.
       01 RAZONAUP                    PIC X(40).

       PROCEDURE DIVISION USING ACCIONAUP USUAUP VERSIONAUP
                 FECHAAUP GRACIAAUP TITULOAUP RESULTADOAUP
                 RAZONAUP.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADOAUP.
           MOVE SPACES TO RAZONAUP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           COMPUTE HOYINT = FUNCTION INTEGER-OF-DATE(HOY).
           MOVE "mnu/SG/FSGAUP" TO NOMBREFSGAUP.
           MOVE "mnu/SG/FSGACK" TO NOMBREFSGACK.
           MOVE "mnu/SG/FSGUSU" TO NOMBREFSGUSU.
           EVALUATE ACCIONAUP
              WHEN "P" PERFORM PUBLICA
              WHEN "R" PERFORM ACEPTA
              WHEN "V" PERFORM MIRAESTADO
              WHEN OTHER
                 MOVE 9 TO RESULTADOAUP
                 MOVE "ACCION DESCONOCIDA" TO RAZONAUP
           END-EVALUATE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       PUBLICA SECTION.
       PUB.
           IF VERSIONAUP = SPACES OR LOW-VALUES OR
              TITULOAUP = SPACES OR LOW-VALUES
              MOVE 2 TO RESULTADOAUP
              MOVE "FALTA LA VERSION O EL TITULO" TO RAZONAUP
              GO TO FIN-PUBLICA
           END-IF.
           OPEN I-O FSGAUP.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGAUP
              OPEN OUTPUT FSGAUP
              CLOSE FSGAUP
              OPEN I-O FSGAUP
           END-IF.
           IF ERROR-1 NOT = "0"
              MOVE 9 TO RESULTADOAUP
              MOVE "NO SE PUDO ABRIR FSGAUP" TO RAZONAUP
              GO TO FIN-PUBLICA
           END-IF.
           INITIALIZE RSGAUP.
           MOVE VERSIONAUP TO CLA OF RSGAUP.
           MOVE HOY TO FECHA-VIGOR.
           IF FECHAAUP NUMERIC AND FECHAAUP > 0
              MOVE FECHAAUP TO FECHA-VIGOR
           END-IF.
           MOVE 0 TO DIAS-GRACIA.
           IF GRACIAAUP NUMERIC
              MOVE GRACIAAUP TO DIAS-GRACIA
           END-IF.
           MOVE TITULOAUP TO TITULO.
           MOVE USUARIO TO MODPOR OF RSGAUP.
           MOVE HOY TO MODFECHA OF RSGAUP.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA OF RSGAUP.
           WRITE RSGAUP INVALID KEY
                 MOVE 1 TO RESULTADOAUP
                 MOVE "LA VERSION YA ESTA PUBLICADA" TO RAZONAUP
                 CLOSE FSGAUP
                 GO TO FIN-PUBLICA.
           CLOSE FSGAUP.
           MOVE 0 TO CACHEFECHA.
           MOVE "E" TO ABM.
           MOVE RSGAUP TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGAUP ABM REGISTRO.
           MOVE "VERSION PUBLICADA" TO RAZONAUP.
       FIN-PUBLICA.
           EXIT.

       ACEPTA SECTION.
       ACE.
           PERFORM CARGAVERSION.
           IF HAYVERSION = 0
              MOVE 3 TO RESULTADOAUP
              MOVE "NO HAY POLITICA DE USO VIGENTE" TO RAZONAUP
              GO TO FIN-ACEPTA
           END-IF.
           IF VERSIONAUP NOT = SPACES AND NOT = LOW-VALUES AND
              VERSIONAUP NOT = VERSIONACT
              MOVE 3 TO RESULTADOAUP
              MOVE "LA VERSION NO ES LA VIGENTE" TO RAZONAUP
              GO TO FIN-ACEPTA
           END-IF.
           MOVE VERSIONACT TO VERSIONAUP.
           PERFORM LEEUSUARIO.
           IF EXISTEUSU = 0
              MOVE 1 TO RESULTADOAUP
              MOVE "USUARIO DESCONOCIDO" TO RAZONAUP
              GO TO FIN-ACEPTA
           END-IF.
           IF TIPOUSU = "T"
              MOVE 4 TO RESULTADOAUP
              MOVE "CUENTA TECNICA: ACEPTA SU CUSTODIO" TO RAZONAUP
              GO TO FIN-ACEPTA
           END-IF.
           OPEN I-O FSGACK.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGACK
              OPEN OUTPUT FSGACK
              CLOSE FSGACK
              OPEN I-O FSGACK
           END-IF.
           IF ERROR-1 NOT = "0"
              MOVE 9 TO RESULTADOAUP
              MOVE "NO SE PUDO ABRIR FSGACK" TO RAZONAUP
              GO TO FIN-ACEPTA
           END-IF.
           INITIALIZE RSGACK.
           MOVE USUAUP TO CLA-USUARIO OF RSGACK.
           MOVE VERSIONACT TO CLA-VERSION OF RSGACK.
           MOVE HOY TO FECHA-ACK.
           MOVE FUNCTION CURRENT-DATE(9:6) TO HORA-ACK.
           MOVE TERMINALSES TO TERMINAL-ACK.
           WRITE RSGACK INVALID KEY
                 REWRITE RSGACK
                 END-REWRITE
           END-WRITE.
           IF ERROR-1 NOT = "0"
              MOVE 9 TO RESULTADOAUP
              MOVE "NO SE PUDO GRABAR FSGACK" TO RAZONAUP
              CLOSE FSGACK
              GO TO FIN-ACEPTA
           END-IF.
           CLOSE FSGACK.
           MOVE "A" TO ABM.
           MOVE RSGACK TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGACK ABM REGISTRO.
           MOVE "POLITICA DE USO ACEPTADA" TO RAZONAUP.
       FIN-ACEPTA.
           EXIT.

       MIRAESTADO SECTION.
       MES.
           MOVE 0 TO FECHAAUP.
           PERFORM CARGAVERSION.
           MOVE VERSIONACT TO VERSIONAUP.
           IF HAYVERSION = 0
              MOVE "SIN POLITICA DE USO VIGENTE" TO RAZONAUP
              GO TO FIN-MIRAESTADO
           END-IF.
           PERFORM LEEUSUARIO.
           IF EXISTEUSU = 0
              MOVE "USUARIO DESCONOCIDO" TO RAZONAUP
              GO TO FIN-MIRAESTADO
           END-IF.
           MOVE USUAUP TO USUMIRA.
           IF TIPOUSU = "T"
              MOVE "AUPTECNICA" TO CFGCLAVE
              CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG
              IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:1) = "N"
                 MOVE "CUENTA TECNICA EXENTA" TO RAZONAUP
                 GO TO FIN-MIRAESTADO
              END-IF
              CALL "SRGETDUENO" USING TIPODUENO USUAUP CUSTODIO
                   SUPLENTE ENCONTRADODUE
              IF ENCONTRADODUE = 1 AND CUSTODIO NOT = SPACES
                 MOVE CUSTODIO TO USUMIRA
              ELSE
                 MOVE SPACES TO USUMIRA
              END-IF
           END-IF.
           MOVE 365 TO VALIDEZ.
           MOVE "AUPVALIDEZ" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:4) NUMERIC AND
              VALORCFG(1:4) NOT = "0000"
              MOVE VALORCFG(1:4) TO VALIDEZ
           END-IF.
           COMPUTE BASEINT = FUNCTION INTEGER-OF-DATE(VIGORACT).
           IF EFECTIVAUSU NUMERIC AND EFECTIVAUSU > 19000101 AND
              EFECTIVAUSU NOT > HOY
              COMPUTE OTROINT = FUNCTION INTEGER-OF-DATE(EFECTIVAUSU)
              IF OTROINT > BASEINT
                 MOVE OTROINT TO BASEINT
              END-IF
           END-IF.
           IF USUMIRA NOT = SPACES
              PERFORM LEEACEPTACION
              IF RESULTADOAUP = 0
                 GO TO FIN-MIRAESTADO
              END-IF
           END-IF.
           COMPUTE PLAZOINT = BASEINT + GRACIAACT.
           COMPUTE FECHAAUP = FUNCTION DATE-OF-INTEGER(PLAZOINT).
           IF HOYINT > PLAZOINT
              MOVE 2 TO RESULTADOAUP
              MOVE "POLITICA DE USO SIN ACEPTAR" TO RAZONAUP
           ELSE
              MOVE 1 TO RESULTADOAUP
              MOVE SPACES TO RAZONAUP
              STRING "POLITICA DE USO PENDIENTE, PLAZO " FECHAAUP
                     DELIMITED BY SIZE
                     INTO RAZONAUP
              END-STRING
           END-IF.
           IF USUMIRA = SPACES
              MOVE "CUENTA TECNICA SIN CUSTODIO" TO RAZONAUP
           END-IF.
       FIN-MIRAESTADO.
           EXIT.

       LEEACEPTACION SECTION.
       LAC.
           MOVE 1 TO RESULTADOAUP.
           OPEN INPUT FSGACK.
           IF ERROR-1 NOT = "0"
              GO TO FIN-LEEACEPTACION
           END-IF.
           MOVE USUMIRA TO CLA-USUARIO OF RSGACK.
           MOVE VERSIONACT TO CLA-VERSION OF RSGACK.
           READ FSGACK WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0" AND FECHA-ACK NUMERIC AND
              FECHA-ACK > 19000101 AND FECHA-ACK NOT > HOY
              COMPUTE OTROINT = FUNCTION INTEGER-OF-DATE(FECHA-ACK)
                      + VALIDEZ
              IF OTROINT NOT < HOYINT
                 MOVE 0 TO RESULTADOAUP
                 MOVE "POLITICA DE USO ACEPTADA" TO RAZONAUP
                 COMPUTE FECHAAUP = FUNCTION DATE-OF-INTEGER(OTROINT)
              ELSE
                 IF OTROINT > BASEINT
                    MOVE OTROINT TO BASEINT
                 END-IF
              END-IF
           END-IF.
           CLOSE FSGACK.
       FIN-LEEACEPTACION.
           EXIT.

       LEEUSUARIO SECTION.
       LUS.
           MOVE 0 TO EXISTEUSU.
           MOVE SPACES TO TIPOUSU.
           MOVE 0 TO EFECTIVAUSU.
           OPEN INPUT FSGUSU.
           IF ERROR-1 NOT = "0"
              GO TO FIN-LEEUSUARIO
           END-IF.
           MOVE USUAUP TO CLA OF RSGUSU.
           READ FSGUSU WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0"
              MOVE 1 TO EXISTEUSU
              MOVE TIPO-CUENTA TO TIPOUSU
              MOVE FECHA-EFECTIVA TO EFECTIVAUSU
           END-IF.
           CLOSE FSGUSU.
       FIN-LEEUSUARIO.
           EXIT.

       CARGAVERSION SECTION.
       CVE.
           IF CACHEFECHA = HOY
              GO TO FIN-CARGAVERSION
           END-IF.
           MOVE HOY TO CACHEFECHA.
           MOVE 0 TO HAYVERSION.
           MOVE SPACES TO VERSIONACT.
           MOVE 0 TO VIGORACT.
           MOVE 0 TO GRACIAACT.
           OPEN INPUT FSGAUP.
           IF ERROR-1 NOT = "0"
              GO TO FIN-CARGAVERSION
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGAUP NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND FECHA-VIGOR NUMERIC AND
                 FECHA-VIGOR > 19000101 AND FECHA-VIGOR NOT > HOY AND
                 FECHA-VIGOR NOT < VIGORACT
                 MOVE 1 TO HAYVERSION
                 MOVE CLA OF RSGAUP TO VERSIONACT
                 MOVE FECHA-VIGOR TO VIGORACT
                 MOVE DIAS-GRACIA TO GRACIAACT
              END-IF
           END-PERFORM.
           CLOSE FSGAUP.
           IF HAYVERSION = 1 AND GRACIAACT = 0
              MOVE 30 TO GRACIAACT
              MOVE "AUPGRACIA" TO CFGCLAVE
              CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG
              IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
                 MOVE VALORCFG(1:3) TO GRACIAACT
              END-IF
           END-IF.
       FIN-CARGAVERSION.
           EXIT.
