       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRPETICION.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      TRAMITA UNA PETICION DE ACCESO (ACCION A ALTA,
                      B BAJA, R RENOVACION, P PERFIL; USUARIO, ROLE O
                      PERFIL, SOLICITANTE, JUSTIFICACION) CON LAS
                      MISMAS COMPROBACIONES PARA LA ENTRADA NOCTURNA
                      DE LAS OFICINAS (ISGPETICION, MODO "N") Y PARA
                      LA PETICION EN LINEA DE SSGTICKET (MODO "L"):
                      USUARIO EXISTENTE Y ACTIVO, ROLE EXISTENTE Y
                      ORDENABLE EN EL CATALOGO, ROLE OBSOLETO,
                      DUPLICADO, SEGREGACION DE FUNCIONES, POLITICA DE
                      FSGPOL CON SU JUSTIFICACION Y BARRERA
                      DEPARTAMENTO-ROLE. LA PETICION QUEDA APUNTADA
                      EN FSGTICKET (SRTICKET) Y SE DEVUELVE SU NUMERO.
                      EN LINEA, SI LA CLAVE CUATROOJOS DE FSGCFG PIDE
                      APROBACION, LAS ALTAS Y BAJAS NO SE APLICAN: SE
                      ENCOLAN EN FSGPEND (SRPENDIENTE) Y EL TICKET
                      QUEDA "P" HASTA QUE SSGPEND LAS DECIDE; UN
                      PERFIL EN LINEA CON CUATRO OJOS SE RECHAZA
                      PORQUE SU APROVISIONAMIENTO ATOMICO NO CABE EN
                      UNA COLA DE FILAS SUELTAS (VA POR LA ENTRADA
                      NOCTURNA). LAS RENOVACIONES NUNCA PASAN POR
                      CUATRO OJOS. ESTADOOUT DEVUELVE "A" APLICADA,
                      "P" PENDIENTE O "X" RECHAZADA CON SU MOTIVO.
                      EN UN PERIODO DE VEDA DEL CALENDARIO (SRCHKVEDA
                      SOBRE FSGUR) SE RECHAZA TODO LO QUE SE APLICARIA
                      DIRECTAMENTE; LO QUE VA A FSGPEND SE ENCOLA Y LA
                      VEDA SE MIRA AL APROBARLO. LAS ALTAS, LAS
                      RENOVACIONES Y LO QUE SE ENCOLA EXIGEN LOS
                      REQUISITOS DE FORMACION DEL ROLE (SRCHKPREQ): SIN
                      EL CURSO O CON EL CERTIFICADO CADUCADO SE
                      RECHAZAN. UN ROLE TECNICO (TIPO-ROLE "T"), SUELTO
                      O DENTRO DE UN PERFIL, SE RECHAZA PARA UNA PERSONA
                      CON EL MOTIVO ROLE TECNICO: SE PIDE EL ROLE DE
                      NEGOCIO QUE LO INCLUYE (SRCHKTIER). UNA ALTA,
                      RENOVACION O PERFIL QUE SE APLICARIA DIRECTAMENTE
                      SOBRE EL PROPIO SOLICITANTE O SOBRE UN SUPERIOR
                      SUYO EN LA LINEA DE FSGATR SE RECHAZA POR
                      CONFLICTO DE INTERESES (SRCHKINTERES); LO QUE VA A
                      FSGPEND LO MIRA EL APROBADOR.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 JUSTIFICAPOL                PIC X(64) IS EXTERNAL.

       01 EXISTEUSU                   PIC 9.
       01 ACTIVOUSU                   PIC X.
       01 EXISTEROL                   PIC 9.
       01 YAEXISTE                    PIC 9.
       01 RESULTADOAPL                PIC 9.
       01 MOTIVO                      PIC X(24).
       01 PERMITETIER                 PIC 9.
       01 TIPOACTO                    PIC X(1) VALUE "G".
       01 CONFLICTOINT                PIC 9.
       01 RAZONINT                    PIC X(40).
       01 RAZONTIER                   PIC X(40).
       01 REGISTRONUEVO               PIC X(192).
       01 TABLA-CONTRA-L.
          05 TABLA-CONTRA             PIC X(64) OCCURS 50 TIMES.
       01 TOTALCONTRA                 PIC 9(3).
       01 SODKK                       PIC 9(3).
       01 SODCONFLICTO                PIC 9.
       01 WAIVADA                     PIC 9.
       01 PERFILPED                   PIC X(8).
       01 TABLA-PROL-L.
          05 TABLA-PROL               PIC X(64) OCCURS 50 TIMES.
       01 TOTALPROL                   PIC 9(3).
       01 PP                          PIC 9(3).
       01 QQ                          PIC 9(3).
       01 PERFILMAL                   PIC 9.
       01 ROLEPED                     PIC X(64).
       01 ORDENABLECAT                PIC X(1).
       01 DESOFICAT                   PIC X(64).
       01 ENCONTRADOCAT               PIC 9.
       01 TICKETNUM                   PIC 9(8).
       01 RESULTADOTIK                PIC 9.
       01 ESTADOTIK                   PIC X(1).
       01 TICKETREF                   PIC X(16).
       01 RESULTADOJUST               PIC 9.
       01 HOY                         PIC 9(8).
       01 HOYENTERO                   PIC 9(7).
       01 RENUEVADIAS                 PIC 9(3).
       01 NUEVAFECHA                  PIC 9(8).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 REGISTROPOL                 PIC X(192).
       01 RESULTADOPOL                PIC 9.
       01 RAZONPOL                    PIC X(40).
       01 OBSOLETOROL                 PIC 9.
       01 SUSTITUTOROL                PIC X(64).
       01 OCASOROL                    PIC 9(8).
       01 RESULTADOPRE                PIC 9.
       01 CURSOPRE                    PIC X(16).
       01 SUSTITUTOPED                PIC X(64).
       01 CUATROOJOS                  PIC 9.
       01 PERMITEGUARD                PIC 9.
       01 SERVPEND                    PIC X(8) VALUE "FSGUR".
       01 OPERPEND                    PIC X(8).
       01 ACCIONVEDA                  PIC X.
       01 OPERVEDA                    PIC X(8) VALUE "PETICION".
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).
       01 DETALLEVEDA                 PIC X(128).

       LINKAGE SECTION.
       01 PETICIONIN.
          03 PE-ACCION PIC X(1).
          03 PE-USUARIO PIC X(64).
          03 PE-ROLE PIC X(64).
          03 PE-SOLICITADO PIC X(15).
          03 PE-JUSTIFICA PIC X(64).
       01 MODOPET                     PIC X(1).
       01 ESTADOOUT                   PIC X(1).
       01 MOTIVOOUT                   PIC X(24).
       01 SUSTITUTOOUT                PIC X(64).
       01 TICKETOUT                   PIC 9(8).

       PROCEDURE DIVISION USING PETICIONIN MODOPET ESTADOOUT
                 MOTIVOOUT SUSTITUTOOUT TICKETOUT.

       PROGRAMA SECTION.
       INICIALES.
           MOVE "X" TO ESTADOOUT.
           MOVE SPACES TO MOTIVOOUT.
           MOVE SPACES TO SUSTITUTOOUT.
           MOVE 0 TO TICKETOUT.
           MOVE 0 TO CUATROOJOS.
           IF MODOPET = "L"
              MOVE "CUATROOJOS" TO CFGCLAVE
              CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG
              IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:1) = "S"
                 MOVE 1 TO CUATROOJOS
              END-IF
           END-IF.
       PROCESOS.
           PERFORM TRATAPETICION.
           MOVE ESTADOTIK TO ESTADOOUT.
           MOVE MOTIVO TO MOTIVOOUT.
           MOVE SUSTITUTOPED TO SUSTITUTOOUT.
           MOVE TICKETNUM TO TICKETOUT.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       TRATAPETICION SECTION.
       TRP.
           MOVE SPACES TO MOTIVO.
           MOVE SPACES TO SUSTITUTOPED.
           MOVE PE-JUSTIFICA TO JUSTIFICAPOL.
           IF PE-USUARIO = SPACES OR PE-ROLE = SPACES
              MOVE "FILA SIN USUARIO O ROLE" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-TRATAPETICION
           END-IF.
           CALL "SRCHKUSU" USING PE-USUARIO EXISTEUSU.
           IF EXISTEUSU = 0
              MOVE "USUARIO NO EXISTE" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-TRATAPETICION
           END-IF.
           CALL "SRCHKUSUACT" USING PE-USUARIO ACTIVOUSU.
           IF ACTIVOUSU = "N"
              MOVE "USUARIO INACTIVO" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-TRATAPETICION
           END-IF.
           IF CUATROOJOS = 0 OR PE-ACCION = "R" OR "P"
              MOVE "C" TO ACCIONVEDA
              MOVE SPACES TO DETALLEVEDA
              MOVE PE-USUARIO TO DETALLEVEDA(1:64)
              MOVE PE-ROLE TO DETALLEVEDA(65:64)
              CALL "SRCHKVEDA" USING ACCIONVEDA SERVPEND OPERVEDA
                   DETALLEVEDA VEDADO DESVEDA
              IF VEDADO = 1
                 MOVE "PERIODO DE VEDA" TO MOTIVO
                 PERFORM RECHAZA
                 GO TO FIN-TRATAPETICION
              END-IF
           END-IF.
           IF PE-ACCION NOT = "B" AND
              (CUATROOJOS = 0 OR PE-ACCION = "R" OR "P")
              CALL "SRCHKINTERES" USING TIPOACTO PE-SOLICITADO
                   PE-USUARIO PE-ROLE CONFLICTOINT RAZONINT
              EVALUATE CONFLICTOINT
                 WHEN 1 MOVE "CONFLICTO: PROPIO ACCESO" TO MOTIVO
                 WHEN 2 MOVE "CONFLICTO: SUPERIOR" TO MOTIVO
              END-EVALUATE
              IF CONFLICTOINT NOT = 0
                 PERFORM RECHAZA
                 GO TO FIN-TRATAPETICION
              END-IF
           END-IF.
           EVALUATE PE-ACCION
              WHEN "A" PERFORM ALTAPETICION
              WHEN "B" PERFORM BAJAPETICION
              WHEN "R" PERFORM RENUEVAPETICION
              WHEN "P" PERFORM PERFILPETICION
              WHEN OTHER
                 MOVE "ACCION DESCONOCIDA" TO MOTIVO
                 PERFORM RECHAZA
           END-EVALUATE.
       FIN-TRATAPETICION.
           EXIT.

       ALTAPETICION SECTION.
       ALP.
           CALL "SRCHKROLE" USING PE-ROLE EXISTEROL.
           IF EXISTEROL = 0
              MOVE "ROLE NO EXISTE" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-ALTAPETICION
           END-IF.
           CALL "SRCHKCAT" USING PE-ROLE ORDENABLECAT DESOFICAT
                ENCONTRADOCAT.
           IF ENCONTRADOCAT = 0 OR ORDENABLECAT NOT = "S"
              MOVE "ROLE NO CATALOGADO" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-ALTAPETICION
           END-IF.
           CALL "SRCHKROBS" USING PE-ROLE OBSOLETOROL SUSTITUTOROL
                OCASOROL.
           IF OBSOLETOROL = 1
              MOVE "ROLE OBSOLETO" TO MOTIVO
              MOVE SUSTITUTOROL TO SUSTITUTOPED
              PERFORM RECHAZA
              GO TO FIN-ALTAPETICION
           END-IF.
           CALL "SRCHKTIER" USING PE-USUARIO PE-ROLE PERMITETIER
                RAZONTIER.
           IF PERMITETIER = 0
              MOVE "ROLE TECNICO" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-ALTAPETICION
           END-IF.
           CALL "SRCHKFUR" USING PE-USUARIO PE-ROLE YAEXISTE.
           IF YAEXISTE = 1
              MOVE "YA TIENE EL ROLE" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-ALTAPETICION
           END-IF.
           PERFORM CHEQUEASOD.
           IF SODCONFLICTO = 1
              MOVE "CONFLICTO SOD" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-ALTAPETICION
           END-IF.
           MOVE SPACES TO REGISTRONUEVO.
           MOVE PE-USUARIO TO REGISTRONUEVO(1:64).
           MOVE PE-ROLE TO REGISTRONUEVO(65:64).
           MOVE PE-JUSTIFICA TO JUSTIFICAPOL.
           IF CUATROOJOS = 1
              PERFORM ENCOLAALTA
              GO TO FIN-ALTAPETICION
           END-IF.
           CALL "SRURGRABA" USING REGISTRONUEVO RESULTADOAPL.
           IF RESULTADOAPL = 3
              MOVE "RECHAZADA POR POLITICA" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-ALTAPETICION
           END-IF.
           IF RESULTADOAPL = 4
              MOVE "BARRERA DEPTO-ROLE" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-ALTAPETICION
           END-IF.
           IF RESULTADOAPL = 5
              MOVE "ROLE OBSOLETO" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-ALTAPETICION
           END-IF.
           IF RESULTADOAPL = 6
              MOVE "SIN FORMACION REQUERIDA" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-ALTAPETICION
           END-IF.
           IF RESULTADOAPL NOT = 0
              MOVE "NO SE PUDO GRABAR" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-ALTAPETICION
           END-IF.
           PERFORM ACEPTA.
       FIN-ALTAPETICION.
           EXIT.

       RENUEVAPETICION SECTION.
       RNP.
           CALL "SRCHKFUR" USING PE-USUARIO PE-ROLE YAEXISTE.
           IF YAEXISTE = 0
              MOVE "NO TIENE EL ROLE" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-RENUEVAPETICION
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           COMPUTE HOYENTERO = FUNCTION INTEGER-OF-DATE(HOY).
           MOVE 90 TO RENUEVADIAS.
           MOVE "RENUEVADIAS" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO RENUEVADIAS
           END-IF.
           COMPUTE NUEVAFECHA =
                   FUNCTION DATE-OF-INTEGER
                   (HOYENTERO + RENUEVADIAS).
           MOVE SPACES TO REGISTROPOL.
           MOVE PE-USUARIO TO REGISTROPOL(1:64).
           MOVE PE-ROLE TO REGISTROPOL(65:64).
           MOVE NUEVAFECHA TO REGISTROPOL(167:8).
           CALL "SRCHKPOL" USING REGISTROPOL RESULTADOPOL
                RAZONPOL.
           IF RESULTADOPOL NOT = 0
              MOVE "RECHAZADA POR POLITICA" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-RENUEVAPETICION
           END-IF.
           CALL "SRCHKPREQ" USING PE-USUARIO PE-ROLE RESULTADOPRE
                CURSOPRE RAZONPOL.
           IF RESULTADOPRE NOT = 0
              MOVE "SIN FORMACION REQUERIDA" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-RENUEVAPETICION
           END-IF.
           MOVE REGISTROPOL(167:8) TO NUEVAFECHA.
           CALL "SRURFECHA" USING PE-USUARIO PE-ROLE NUEVAFECHA
                RESULTADOAPL.
           IF RESULTADOAPL NOT = 0
              MOVE "NO SE PUDO RENOVAR" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-RENUEVAPETICION
           END-IF.
           PERFORM ACEPTA.
       FIN-RENUEVAPETICION.
           EXIT.

       BAJAPETICION SECTION.
       BJP.
           IF CUATROOJOS = 1
              PERFORM ENCOLABAJA
              GO TO FIN-BAJAPETICION
           END-IF.
           CALL "SRREVUR" USING PE-USUARIO PE-ROLE RESULTADOAPL.
           IF RESULTADOAPL = 1
              MOVE "NO TENIA EL ROLE" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-BAJAPETICION
           END-IF.
           IF RESULTADOAPL NOT = 0
              MOVE "NO SE PUDO REVOCAR" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-BAJAPETICION
           END-IF.
           PERFORM ACEPTA.
       FIN-BAJAPETICION.
           EXIT.

       PERFILPETICION SECTION.
       PFP.
           IF CUATROOJOS = 1
              MOVE "PERFIL SOLO POR LOTE" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-PERFILPETICION
           END-IF.
           MOVE PE-ROLE(1:8) TO PERFILPED.
           CALL "SRPERFILROLES" USING PERFILPED TABLA-PROL-L
                TOTALPROL.
           IF TOTALPROL = 0
              MOVE "PERFIL NO EXISTE O VACIO" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-PERFILPETICION
           END-IF.
           MOVE 0 TO PERFILMAL.
           PERFORM VARYING PP FROM 1 BY 1
                   UNTIL PP > TOTALPROL OR PERFILMAL = 1
              MOVE TABLA-PROL(PP) TO ROLEPED
              PERFORM VALIDAROLEPERFIL
           END-PERFORM.
           IF PERFILMAL = 1
              PERFORM RECHAZA
              GO TO FIN-PERFILPETICION
           END-IF.
           PERFORM VARYING PP FROM 1 BY 1
                   UNTIL PP > TOTALPROL OR PERFILMAL = 1
              MOVE SPACES TO REGISTRONUEVO
              MOVE PE-USUARIO TO REGISTRONUEVO(1:64)
              MOVE TABLA-PROL(PP) TO REGISTRONUEVO(65:64)
              MOVE PE-JUSTIFICA TO JUSTIFICAPOL
              CALL "SRURGRABA" USING REGISTRONUEVO RESULTADOAPL
              IF RESULTADOAPL NOT = 0
                 MOVE 1 TO PERFILMAL
              END-IF
           END-PERFORM.
           IF PERFILMAL = 1
              PERFORM DESHAZPERFIL
              MOVE "PERFIL NO GRABADO ENTERO" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-PERFILPETICION
           END-IF.
           PERFORM ACEPTA.
       FIN-PERFILPETICION.
           EXIT.

       VALIDAROLEPERFIL SECTION.
       VRP.
           CALL "SRCHKROLE" USING ROLEPED EXISTEROL.
           IF EXISTEROL = 0
              MOVE "ROLE DEL PERFIL NO EXISTE" TO MOTIVO
              MOVE 1 TO PERFILMAL
              GO TO FIN-VALIDAROLEPERFIL
           END-IF.
           CALL "SRCHKROBS" USING ROLEPED OBSOLETOROL SUSTITUTOROL
                OCASOROL.
           IF OBSOLETOROL = 1
              MOVE "ROLE DEL PERFIL OBSOLETO" TO MOTIVO
              MOVE SUSTITUTOROL TO SUSTITUTOPED
              MOVE 1 TO PERFILMAL
              GO TO FIN-VALIDAROLEPERFIL
           END-IF.
           CALL "SRCHKTIER" USING PE-USUARIO ROLEPED PERMITETIER
                RAZONTIER.
           IF PERMITETIER = 0
              MOVE "ROLE TECNICO EN PERFIL" TO MOTIVO
              MOVE 1 TO PERFILMAL
              GO TO FIN-VALIDAROLEPERFIL
           END-IF.
           CALL "SRCHKFUR" USING PE-USUARIO ROLEPED YAEXISTE.
           IF YAEXISTE = 1
              MOVE "YA TIENE ROLE DEL PERFIL" TO MOTIVO
              MOVE 1 TO PERFILMAL
              GO TO FIN-VALIDAROLEPERFIL
           END-IF.
           CALL "SRSODPARES" USING ROLEPED TABLA-CONTRA-L
                TOTALCONTRA.
           PERFORM VARYING SODKK FROM 1 BY 1
                   UNTIL SODKK > TOTALCONTRA OR PERFILMAL = 1
              CALL "SRCHKFUR" USING PE-USUARIO
                   TABLA-CONTRA(SODKK) YAEXISTE
              IF YAEXISTE = 0
                 PERFORM VARYING QQ FROM 1 BY 1
                         UNTIL QQ > TOTALPROL OR YAEXISTE = 1
                    IF TABLA-PROL(QQ) = TABLA-CONTRA(SODKK)
                       MOVE 1 TO YAEXISTE
                    END-IF
                 END-PERFORM
              END-IF
              IF YAEXISTE = 1
                 CALL "SRCHKWAIV" USING PE-USUARIO ROLEPED
                      TABLA-CONTRA(SODKK) WAIVADA
                 IF WAIVADA = 0
                    MOVE "CONFLICTO SOD EN PERFIL" TO MOTIVO
                    MOVE 1 TO PERFILMAL
                 END-IF
              END-IF
           END-PERFORM.
       FIN-VALIDAROLEPERFIL.
           EXIT.

       DESHAZPERFIL SECTION.
       DHP.
           PERFORM VARYING QQ FROM 1 BY 1 UNTIL QQ NOT < PP
              CALL "SRREVUR" USING PE-USUARIO TABLA-PROL(QQ)
                   RESULTADOAPL
           END-PERFORM.
       FIN-DESHAZPERFIL.
           EXIT.

       CHEQUEASOD SECTION.
       CHS.
           MOVE 0 TO SODCONFLICTO.
           CALL "SRSODPARES" USING PE-ROLE TABLA-CONTRA-L
                TOTALCONTRA.
           PERFORM VARYING SODKK FROM 1 BY 1
                   UNTIL SODKK > TOTALCONTRA OR SODCONFLICTO = 1
              CALL "SRCHKFUR" USING PE-USUARIO
                   TABLA-CONTRA(SODKK) YAEXISTE
              IF YAEXISTE = 1
                 CALL "SRCHKWAIV" USING PE-USUARIO PE-ROLE
                      TABLA-CONTRA(SODKK) WAIVADA
                 IF WAIVADA = 0
                    MOVE 1 TO SODCONFLICTO
                 END-IF
              END-IF
           END-PERFORM.
       FIN-CHEQUEASOD.
           EXIT.

       ACEPTA SECTION.
       ACE.
           MOVE SPACES TO MOTIVO.
           MOVE SPACES TO SUSTITUTOPED.
           MOVE "A" TO ESTADOTIK.
           PERFORM APUNTATICKET.
       FIN-ACEPTA.
           EXIT.

       RECHAZA SECTION.
       RCH.
           MOVE "X" TO ESTADOTIK.
           PERFORM APUNTATICKET.
       FIN-RECHAZA.
           EXIT.

       APUNTATICKET SECTION.
       APT.
           CALL "SRTICKET" USING PE-ACCION PE-USUARIO PE-ROLE
                PE-SOLICITADO ESTADOTIK MOTIVO TICKETNUM
                RESULTADOTIK.
           IF (ESTADOTIK = "A" OR ESTADOTIK = "P") AND
              PE-ACCION = "A"
              MOVE SPACES TO TICKETREF
              MOVE TICKETNUM TO TICKETREF(1:8)
              CALL "SRJUSTGRABA" USING PE-USUARIO PE-ROLE
                   PE-JUSTIFICA PE-SOLICITADO TICKETREF
                   RESULTADOJUST
           END-IF.
       FIN-APUNTATICKET.
           EXIT.

       ENCOLAALTA SECTION.
       ENA.
           MOVE REGISTRONUEVO TO REGISTROPOL.
           CALL "SRCHKPOL" USING REGISTROPOL RESULTADOPOL
                RAZONPOL.
           IF RESULTADOPOL NOT = 0
              MOVE "RECHAZADA POR POLITICA" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-ENCOLAALTA
           END-IF.
           CALL "SRCHKGUARD" USING PE-USUARIO PE-ROLE PERMITEGUARD
                RAZONPOL.
           IF PERMITEGUARD = 0
              MOVE "BARRERA DEPTO-ROLE" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-ENCOLAALTA
           END-IF.
           CALL "SRCHKPREQ" USING PE-USUARIO PE-ROLE RESULTADOPRE
                CURSOPRE RAZONPOL.
           IF RESULTADOPRE NOT = 0
              MOVE "SIN FORMACION REQUERIDA" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-ENCOLAALTA
           END-IF.
           MOVE "WRI" TO OPERPEND.
           CALL "SRPENDIENTE" USING SERVPEND OPERPEND REGISTRONUEVO
                RESULTADOAPL.
           IF RESULTADOAPL NOT = 0
              MOVE "NO SE PUDO ENCOLAR" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-ENCOLAALTA
           END-IF.
           PERFORM PENDIENTE.
       FIN-ENCOLAALTA.
           EXIT.

       ENCOLABAJA SECTION.
       ENB.
           CALL "SRCHKFUR" USING PE-USUARIO PE-ROLE YAEXISTE.
           IF YAEXISTE = 0
              MOVE "NO TENIA EL ROLE" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-ENCOLABAJA
           END-IF.
           MOVE SPACES TO REGISTRONUEVO.
           MOVE PE-USUARIO TO REGISTRONUEVO(1:64).
           MOVE PE-ROLE TO REGISTRONUEVO(65:64).
           MOVE "DEL" TO OPERPEND.
           CALL "SRPENDIENTE" USING SERVPEND OPERPEND REGISTRONUEVO
                RESULTADOAPL.
           IF RESULTADOAPL NOT = 0
              MOVE "NO SE PUDO ENCOLAR" TO MOTIVO
              PERFORM RECHAZA
              GO TO FIN-ENCOLABAJA
           END-IF.
           PERFORM PENDIENTE.
       FIN-ENCOLABAJA.
           EXIT.

       PENDIENTE SECTION.
       PEN.
           MOVE "PENDIENTE DE APROBACION" TO MOTIVO.
           MOVE SPACES TO SUSTITUTOPED.
           MOVE "P" TO ESTADOTIK.
           PERFORM APUNTATICKET.
       FIN-PENDIENTE.
           EXIT.
