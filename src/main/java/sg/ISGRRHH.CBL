                      DELTA ENTRE LA MATRIZ VIEJA Y LA NUEVA, QUE
                      SE INFORMA SIEMPRE Y SE APLICA SOLO SI LA
                      CLAVE MATRIZAPLICA DE FSGCFG VALE "S".
                      LA BAJA DE QUIEN CUSTODIA CUENTAS TECNICAS
                      LAS DEJA EN LA LISTA DE REASIGNACION Y AVISA
                      AL ADJUNTO DE CADA UNA (SRCUSTBAJA).
                      EN UN PERIODO DE VEDA DEL CALENDARIO SOBRE
                      FSGUSU (SRCHKVEDA) LAS ALTAS SE RECHAZAN CON
                      SU MOTIVO; LAS BAJAS SIGUEN APLICANDOSE. CADA
                      PASADA LLEVA SU IDENTIFICADOR DE EJECUCION
                      (SRLOTE), QUE QUEDA ESTAMPADO EN CADA REGISTRO DE
                      TRAZA QUE ESCRIBE, PARA PODER DESHACERLA ENTERA
                      CON ISGREVLOTE. EL EXTRACTO DEBE TERMINAR EN SU
                      REGISTRO DE COLA CON LA CUENTA DE FILAS Y EL
                      NUMERO DE SECUENCIA (SRCONTROL): UN FICHERO SIN
                      COLA, CON LA CUENTA DESCUADRADA, REPETIDO O CON
                      HUECO EN LA SECUENCIA SE RECHAZA ENTERO SIN
                      APLICAR NADA. SI LAS BAJAS DE USUARIOS ACTIVOS
                      SUPERAN EL PORCENTAJE DE CORTE (CORTEISGRRHH O
                      CORTEPCT EN FSGCFG) LA EJECUCION QUEDA RETENIDA
                      ANTES DE APLICAR NADA HASTA QUE SE LIBERE EN
                      FSGPEND. EL EXTRACTO TRAE EL NUMERO DE EMPLEADO.
                      UN ALTA SIN CODIGO, O CON UN CODIGO QUE YA SE USO
                      (REGISTRO PERMANENTE FSGIDREG, SRIDREG) O QUE ES
                      DE OTRO EMPLEADO, RECIBE UN CODIGO NUEVO SEGUN LA
                      NORMA DE NOMENCLATURA (SRIDASIGNA). UN ALTA CUYO
                      EMPLEADO YA TUVO CODIGO, O SIN EMPLEADO PERO CON
                      EL MISMO NOMBRE QUE UN UNICO USUARIO INACTIVO, ES
                      UNA RECONTRATACION: SE REACTIVA LA FICHA ANTIGUA
                      (O SE RESTAURA DE FSGUSUARC) EN VEZ DE CREAR OTRA
                      IDENTIDAD, QUEDA EN REVISION EN EL REGISTRO, Y SUS
                      CONCESIONES ANTERIORES (SRURPREVIAS) NO SE
                      DEVUELVEN SOLAS: SE ENCOLAN EN FSGPEND PARA QUE
                      LAS CONFIRME SU RESPONSABLE, AL QUE SE AVISA. UNA
                      BAJA SIN CODIGO SE RESUELVE POR EL EMPLEADO. LOS
                      CODIGOS ASIGNADOS Y LAS RECONTRATACIONES SALEN EN
                      EL CARRETE IDENTIDAD PARA PERSONAL. UN ROLE
                      TECNICO EN LA MATRIZ NO SE CONCEDE A UNA PERSONA
                      (SRURGRABA DEVUELVE 7) Y SE AVISA PARA CORREGIR LA
                      MATRIZ CON EL ROLE DE NEGOCIO QUE LO INCLUYE. LAS
                      AUSENCIAS LARGAS LLEGAN CON DOS ACCIONES PROPIAS:
                      "L" ABRE LA AUSENCIA EN FSGAUS CON LA FECHA DE
                      REGRESO PREVISTA DEL EXTRACTO (SRAUSENCIA), CON LO
                      QUE SRAUTORIZA SUSPENDE AL USUARIO CON SU PROPIA
                      RAZON Y SE DETIENEN LOS RELOJES DE CONCESIONES
                      DORMIDAS, RECERTIFICACION Y CADUCIDAD; "R" LA
                      CIERRA Y DEVUELVE EL ACCESO TAL CUAL. LAS
                      CONCESIONES QUE VENCIERON DURANTE LA AUSENCIA
                      (SRURVENCIDAS) SE REVOCAN CON TRAZA Y SE ENCOLAN
                      EN FSGPEND PARA QUE LAS CONFIRME EL RESPONSABLE,
                      AL QUE SE AVISA DE LA REINCORPORACION. AMBAS SALEN
                      EN EL CARRETE IDENTIDAD; SIN CODIGO DE USUARIO SE
                      RESUELVEN POR EL EMPLEADO. UNA CONCESION VENCIDA
                      QUE SRREVUR NO CONSIGUE REVOCAR SALE EN EL CARRETE
                      COMO NO SE PUDO REVOCAR Y NO SE ENCOLA NI SE
                      JUSTIFICA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUSU-SEL".

           SELECT FARC
                  ASSIGN TO RANDOM NOMBREARC
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT FRRHH
                  ASSIGN TO RANDOM NOMBRERRHH
                  ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY "FSGUSU-FD".

       FD  FARC
           DATA RECORD IS RARC.
       01  RARC       PIC X(256).

       FD  FRRHH
           DATA RECORD IS RRRHH.
       01  RRRHH.
           03 RH-RESPONSABLE PIC X(64).
           03 RH-CCOSTE PIC X(8).
           03 RH-PUESTO PIC X(8).
           03 RH-EMPLEADO PIC X(12).
           03 RH-REGRESO PIC 9(8).
           03 RH-RESTO PIC X(11).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".
       01 CNT-CREADOS                 PIC 9(8).
       01 CNT-DESACT                  PIC 9(8).
       01 CNT-REVOCADAS               PIC 9(8).
       01 CNT-CUSTODIAS               PIC 9(8).
       01 CONTADORCUS                 PIC 9(8).
       01 CNT-RECHAZADAS              PIC 9(8).
       01 CNT-YAESTABAN               PIC 9(8).
       01 CNT-CREDS                   PIC 9(8).
       01 ENCONTRADOCFG               PIC 9.
       01 CNT-ARRANQUE                PIC 9(8).
       01 CNT-DELTA                   PIC 9(8).
       01 CNT-VEDADAS                 PIC 9(8).
       01 ACCIONVEDA                  PIC X.
       01 SERVIDORVEDA                PIC X(8) VALUE "FSGUSU".
       01 OPERVEDA                    PIC X(8) VALUE "ISGRRHH".
       01 DETALLEVEDA                 PIC X(128).
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).

       01 MARCACOLA                   PIC X(9) VALUE "*TRAILER*".
       01 ACCIONCTL                   PIC X.
       01 FEEDCTL                     PIC X(12) VALUE "ISGRRHH".
       01 SECUENCIACTL                PIC 9(8).
       01 PLANEADOSCTL                PIC 9(8).
       01 POBLACIONCTL                PIC 9(8).
       01 RESULTADOCTL                PIC 9.
       01 MOTIVOCTL                   PIC X(40).

       01 ACCIONLOTE                  PIC X.
       01 PROGRAMALOTE                PIC X(12) VALUE "ISGRRHH".
       01 EJECUCIONLOTE               PIC X(16).

       01 NOMBREARC                   PIC X(256)
          VALUE "mnu/SG/FSGUSUARC".
       01 ACCIONREG                   PIC X(1).
       01 EMPLEADOREG                 PIC X(12).
       01 DESREG                      PIC X(64).
       01 ESTADOREG                   PIC X(1).
       01 RESULTADOREG                PIC 9.
       01 USUREG                      PIC X(64).
       01 RECONTRATA                  PIC 9.
       01 USUASIGNADO                 PIC X(64).
       01 RESULTADOASIG               PIC 9.
       01 MOTIVOASIG                  PIC X(20).
       01 MOTIVOREASIG                PIC X(40).
       01 USUDES                      PIC X(64).
       01 ACTIVOSDES                  PIC 9(3).
       01 INACTIVOSDES                PIC 9(3).
       01 USUARCHIVADO                PIC X(192).
       01 HAYARCHIVADO                PIC 9.
       01 CNT-ASIGNADOS               PIC 9(8).
       01 CNT-RECONTRATA              PIC 9(8).
       01 CNT-REVISION                PIC 9(8).
       01 CNT-CUENTAPREV              PIC 9(3).
       01 TABLA-PREV-L.
          05 FILA-PREV OCCURS 50 TIMES.
             10 PREV-ROLE             PIC X(64).
             10 PREV-FECHA            PIC 9(8).
       01 TOTALPREV                   PIC 9(3).
       01 PP                          PIC 9(3).
       01 SERVIDORPED                 PIC X(8) VALUE "FSGUR".
       01 OPERPED                     PIC X(8) VALUE "WRI".
       01 REGISTROPED                 PIC X(192).
       01 RESULTADOPED                PIC 9.
       01 TEXTOJUST                   PIC X(64).
       01 TICKETVACIO                 PIC X(16) VALUE SPACES.
       01 RESULTADOJUST               PIC 9.
       01 ORIGENAVISO                 PIC X(8) VALUE "ISGRRHH".
       01 SEVERIDADAVISO              PIC X(1) VALUE "W".
       01 TEXTOAVISO                  PIC X(128).
       01 RESULTADOAVISO              PIC 9.
       01 NOMBREIDE                   PIC X(12) VALUE "IDENTIDAD".
       01 LINEAIDE                    PIC X(132).
       01 IDEABIERTO                  PIC 9.
       01 ACCIONAUS                   PIC X.
       01 REGRESOAUS                  PIC 9(8).
       01 INICIOAUS                   PIC 9(8).
       01 RESULTADOAUS                PIC 9.
       01 RESPONAUS                   PIC X(64).
       01 DEPARTAUS                   PIC X(16).
       01 ENCONTRADORESP              PIC 9.
       01 RESULTADOREV                PIC 9.
       01 CNT-AUSENCIAS               PIC 9(8).
       01 CNT-REGRESOS                PIC 9(8).
       01 CNT-VENCIDAS                PIC 9(8).
       01 CNT-CUENTAVENC              PIC 9(3).

       LINKAGE SECTION.
       01 NOMBRERRHHIN                PIC X(256).
           MOVE 0 TO CNT-CREADOS.
           MOVE 0 TO CNT-DESACT.
           MOVE 0 TO CNT-REVOCADAS.
           MOVE 0 TO CNT-CUSTODIAS.
           MOVE 0 TO CNT-RECHAZADAS.
           MOVE 0 TO CNT-YAESTABAN.
           MOVE 0 TO CNT-CREDS.
           MOVE 0 TO TOTALENTREGA.
           MOVE 0 TO TOTALDEPTOS.
           MOVE 0 TO CNT-ARRANQUE.
           MOVE 0 TO CNT-VEDADAS.
           MOVE 0 TO CNT-DELTA.
           MOVE 0 TO CNT-ASIGNADOS.
           MOVE 0 TO CNT-RECONTRATA.
           MOVE 0 TO CNT-REVISION.
           MOVE 0 TO IDEABIERTO.
           MOVE 0 TO CNT-AUSENCIAS.
           MOVE 0 TO CNT-REGRESOS.
           MOVE 0 TO CNT-VENCIDAS.
           MOVE "N" TO MATRIZAPLICA.
           MOVE "MATRIZAPLICA" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
              MOVE "mnu/SG/RRHHEXT" TO NOMBRERRHH
           END-IF.
       PROCESOS.
           MOVE "I" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           MOVE "V" TO ACCIONCTL.
           CALL "SRCONTROL" USING ACCIONCTL FEEDCTL NOMBRERRHH
                SECUENCIACTL PLANEADOSCTL POBLACIONCTL
                RESULTADOCTL MOTIVOCTL.
           IF RESULTADOCTL NOT = 0
              DISPLAY "ISGRRHH FICHERO RECHAZADO ENTERO, "
                      "NADA APLICADO: " MOTIVOCTL UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           IF MOTIVOCTL NOT = SPACES
              DISPLAY "ISGRRHH AVISO: " MOTIVOCTL UPON SYSOUT
           END-IF.
           OPEN INPUT FRRHH.
           IF ERRORES NOT = "00"
              DISPLAY "ISGRRHH NO SE PUDO ABRIR " NOMBRERRHH
              CLOSE FRRHH
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM CUENTABAJAS.
           MOVE "U" TO ACCIONCTL.
           CALL "SRCONTROL" USING ACCIONCTL FEEDCTL NOMBRERRHH
                SECUENCIACTL PLANEADOSCTL POBLACIONCTL
                RESULTADOCTL MOTIVOCTL.
           IF RESULTADOCTL NOT = 0
              DISPLAY "ISGRRHH EJECUCION RETENIDA, NADA APLICADO: "
                      MOTIVOCTL UPON SYSOUT
              CLOSE FSGUSU
              CLOSE FRRHH
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FRRHH AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND RRRHH(1:9) NOT = MARCACOLA
                 ADD 1 TO CNT-LEIDAS
                 PERFORM TRATAFILA
              END-IF
           END-PERFORM.
           CLOSE FSGUSU.
           CLOSE FRRHH.
           IF IDEABIERTO = 1
              MOVE "C" TO ACCIONINF
              CALL "SRINFORME" USING ACCIONINF NOMBREIDE LINEAIDE
           END-IF.
           MOVE "C" TO ACCIONCTL.
           CALL "SRCONTROL" USING ACCIONCTL FEEDCTL NOMBRERRHH
                SECUENCIACTL PLANEADOSCTL POBLACIONCTL
                RESULTADOCTL MOTIVOCTL.
           MOVE CNT-LEIDAS TO CONTADORPROC.
           DISPLAY "ISGRRHH RESULTADO DEL EXTRACTO:" UPON SYSOUT.
           DISPLAY "  LEIDAS=" CNT-LEIDAS
           DISPLAY "  CREDENCIALES INICIALES=" CNT-CREDS
                   " ROLES DE ARRANQUE=" CNT-ARRANQUE
                   " DELTAS DE PUESTO=" CNT-DELTA UPON SYSOUT.
           DISPLAY "  CODIGOS ASIGNADOS=" CNT-ASIGNADOS
                   " RECONTRATADOS=" CNT-RECONTRATA
                   " CONCESIONES ANTERIORES A CONFIRMAR=" CNT-REVISION
                   UPON SYSOUT.
           DISPLAY "  AUSENCIAS ABIERTAS=" CNT-AUSENCIAS
                   " REINCORPORACIONES=" CNT-REGRESOS
                   " VENCIDAS EN AUSENCIA A CONFIRMAR=" CNT-VENCIDAS
                   UPON SYSOUT.
           IF CNT-CUSTODIAS > 0
              DISPLAY "  CUENTAS TECNICAS A REASIGNAR POR BAJA DEL "
                      "CUSTODIO=" CNT-CUSTODIAS UPON SYSOUT
           END-IF.
           IF CNT-VEDADAS > 0
              DISPLAY "  ALTAS RECHAZADAS POR PERIODO DE VEDA="
                      CNT-VEDADAS UPON SYSOUT
           END-IF.
           IF CNT-CREDSINLISTA > 0
              DISPLAY "  AVISO: " CNT-CREDSINLISTA
                      " ALTAS SIN CREDENCIAL POR DESBORDE DEL "
              PERFORM LISTADOENTREGA
           END-IF.
       FIN-PROCESOS.
           MOVE "F" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       TRATAFILA SECTION.
       TRA.
           IF RH-USUARIO = SPACES AND
              (RH-ACCION = "B" OR RH-ACCION = "L" OR RH-ACCION = "R")
              PERFORM USUARIODEEMPLEADO
           END-IF.
           IF RH-USUARIO = SPACES AND RH-ACCION NOT = "A"
              ADD 1 TO CNT-RECHAZADAS
              DISPLAY "RECHAZADA FILA SIN USUARIO" UPON SYSOUT
              GO TO FIN-TRATAFILA
           END-IF.
           IF RH-ACCION = "A"
              MOVE "C" TO ACCIONVEDA
              MOVE RH-USUARIO TO DETALLEVEDA
              IF RH-USUARIO = SPACES
                 MOVE RH-DES TO DETALLEVEDA
              END-IF
              CALL "SRCHKVEDA" USING ACCIONVEDA SERVIDORVEDA OPERVEDA
                   DETALLEVEDA VEDADO DESVEDA
              IF VEDADO = 1
                 ADD 1 TO CNT-RECHAZADAS
                 ADD 1 TO CNT-VEDADAS
                 DISPLAY "RECHAZADA ALTA EN PERIODO DE VEDA "
                         DETALLEVEDA(1:24) " " DESVEDA(1:32)
                         UPON SYSOUT
                 GO TO FIN-TRATAFILA
              END-IF
           END-IF.
           EVALUATE RH-ACCION
              WHEN "A" PERFORM ALTAUSUARIO
              WHEN "B" PERFORM BAJAUSUARIO
              WHEN "L" PERFORM INICIOAUSENCIA
              WHEN "R" PERFORM FINAUSENCIA
              WHEN OTHER
                 ADD 1 TO CNT-RECHAZADAS
                 DISPLAY "RECHAZADA ACCION DESCONOCIDA "

       ALTAUSUARIO SECTION.
       ALU.
           PERFORM IDENTIDADALTA.
           IF RH-USUARIO = SPACES
              GO TO FIN-ALTAUSUARIO
           END-IF.
           MOVE RH-USUARIO TO CLA.
           READ FSGUSU INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0" AND ACTIVO = "N"
              PERFORM REACTIVA
              GO TO FIN-ALTAUSUARIO
           END-IF.
           IF ERROR-1 = "0"
              ADD 1 TO CNT-YAESTABAN
              MOVE "A" TO ESTADOREG
              PERFORM REGISTRAID
              PERFORM MIRAPUESTO
              PERFORM GRABAATRIBUTOS
              GO TO FIN-ALTAUSUARIO
           END-IF.
           IF RECONTRATA = 1
              PERFORM RESTAURA
              GO TO FIN-ALTAUSUARIO
           END-IF.
           INITIALIZE RSGUSU.
           MOVE RH-USUARIO TO CLA.
           MOVE RH-DES TO DES.
           MOVE "A" TO ABM.
           MOVE RSGUSU TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGUSU ABM REGISTRO.
           MOVE "A" TO ESTADOREG.
           PERFORM REGISTRAID.
           PERFORM GRABAATRIBUTOS.
           PERFORM CREDENCIALINICIAL.
           PERFORM ROLESARRANQUE.
                      " PARA " RH-USUARIO(1:24)
                      " (PUESTO " RH-PUESTO ")" UPON SYSOUT
           END-IF.
           IF RESULTADOUR = 7
              DISPLAY "ROLE DE ARRANQUE TECNICO NO CONCEDIDO "
                      TABLA-MROL(MR)(1:32) " PARA " RH-USUARIO(1:24)
                      ": LA MATRIZ DEBE DAR UN ROLE DE NEGOCIO"
                      UPON SYSOUT
           END-IF.
       FIN-CONCEDEMATRIZ.
           EXIT.

       FIN-GRABAATRIBUTOS.
           EXIT.

       CUENTABAJAS SECTION.
       CBA.
           MOVE 0 TO PLANEADOSCTL.
           MOVE 0 TO POBLACIONCTL.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUSU NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ACTIVO NOT = "N"
                 ADD 1 TO POBLACIONCTL
              END-IF
           END-PERFORM.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FRRHH AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND RH-ACCION = "B"
                 AND RH-USUARIO = SPACES
                 PERFORM USUARIODEEMPLEADO
              END-IF
              IF SIGUE = 1 AND RH-ACCION = "B"
                 AND RH-USUARIO NOT = SPACES
                 MOVE RH-USUARIO TO CLA
                 READ FSGUSU WITH IGNORE LOCK INVALID KEY
                      MOVE "N" TO ACTIVO
                 END-READ
                 IF ACTIVO NOT = "N"
                    ADD 1 TO PLANEADOSCTL
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FRRHH.
           OPEN INPUT FRRHH.
       FIN-CUENTABAJAS.
           EXIT.

       BAJAUSUARIO SECTION.
       BAU.
           MOVE RH-USUARIO TO CLA.
           MOVE "M" TO ABM.
           MOVE RSGUSU TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGUSU ABM REGISTRO.
           MOVE "B" TO ESTADOREG.
           PERFORM REGISTRAID.
           CALL "SRREVTODAS" USING RH-USUARIO CONTADORREVOC.
           ADD CONTADORREVOC TO CNT-REVOCADAS.
           CALL "SRCUSTBAJA" USING RH-USUARIO CONTADORCUS.
           ADD CONTADORCUS TO CNT-CUSTODIAS.
       FIN-BAJAUSUARIO.
           EXIT.

       INICIOAUSENCIA SECTION.
       INA.
           MOVE RH-USUARIO TO CLA.
           READ FSGUSU WITH IGNORE LOCK INVALID KEY
                ADD 1 TO CNT-RECHAZADAS
                DISPLAY "RECHAZADA AUSENCIA DE USUARIO INEXISTENTE "
                        RH-USUARIO(1:24) UPON SYSOUT
                GO TO FIN-INICIOAUSENCIA.
           IF ACTIVO = "N"
              ADD 1 TO CNT-RECHAZADAS
              DISPLAY "RECHAZADA AUSENCIA DE USUARIO INACTIVO "
                      RH-USUARIO(1:24) UPON SYSOUT
              GO TO FIN-INICIOAUSENCIA
           END-IF.
           MOVE 0 TO REGRESOAUS.
           IF RH-REGRESO NUMERIC
              MOVE RH-REGRESO TO REGRESOAUS
           END-IF.
           MOVE "I" TO ACCIONAUS.
           CALL "SRAUSENCIA" USING ACCIONAUS RH-USUARIO REGRESOAUS
                INICIOAUS RESULTADOAUS.
           IF RESULTADOAUS NOT = 0
              ADD 1 TO CNT-RECHAZADAS
              DISPLAY "RECHAZADA AUSENCIA, NO SE PUDO GRABAR FSGAUS "
                      RH-USUARIO(1:24) UPON SYSOUT
              GO TO FIN-INICIOAUSENCIA
           END-IF.
           ADD 1 TO CNT-AUSENCIAS.
           MOVE SPACES TO LINEAIDE.
           STRING "AUSENCIA " RH-USUARIO(1:24) " EMPLEADO "
                  RH-EMPLEADO " REGRESO PREVISTO " REGRESOAUS
                  ": ACCESO SUSPENDIDO"
                  DELIMITED BY SIZE
                  INTO LINEAIDE
           END-STRING.
           PERFORM LINEAIDENTIDAD.
       FIN-INICIOAUSENCIA.
           EXIT.

       FINAUSENCIA SECTION.
       FAU.
           MOVE 0 TO REGRESOAUS.
           MOVE "F" TO ACCIONAUS.
           CALL "SRAUSENCIA" USING ACCIONAUS RH-USUARIO REGRESOAUS
                INICIOAUS RESULTADOAUS.
           IF RESULTADOAUS NOT = 0
              ADD 1 TO CNT-RECHAZADAS
              DISPLAY "RECHAZADA REINCORPORACION SIN AUSENCIA ABIERTA "
                      RH-USUARIO(1:24) UPON SYSOUT
              GO TO FIN-FINAUSENCIA
           END-IF.
           ADD 1 TO CNT-REGRESOS.
           MOVE SPACES TO LINEAIDE.
           STRING "REINCORPORACION " RH-USUARIO(1:24) " EMPLEADO "
                  RH-EMPLEADO " AUSENTE DESDE " INICIOAUS
                  ": ACCESO RESTAURADO"
                  DELIMITED BY SIZE
                  INTO LINEAIDE
           END-STRING.
           PERFORM LINEAIDENTIDAD.
           MOVE RH-RESPONSABLE TO RESPONAUS.
           IF RESPONAUS = SPACES
              CALL "SRGETRESP" USING RH-USUARIO RESPONAUS DEPARTAUS
                   ENCONTRADORESP
              IF ENCONTRADORESP = 0
                 MOVE SPACES TO RESPONAUS
              END-IF
           END-IF.
           CALL "SRURVENCIDAS" USING RH-USUARIO INICIOAUS
                TABLA-PREV-L TOTALPREV.
           MOVE 0 TO CNT-CUENTAVENC.
           PERFORM VARYING PP FROM 1 BY 1 UNTIL PP > TOTALPREV
              PERFORM ENCOLAVENCIDA
           END-PERFORM.
           IF RESPONAUS = SPACES
              MOVE "  AVISO: SIN RESPONSABLE AL QUE AVISAR"
                   TO LINEAIDE
              PERFORM LINEAIDENTIDAD
              GO TO FIN-FINAUSENCIA
           END-IF.
           MOVE SPACES TO TEXTOAVISO.
           STRING "REINCORPORACION DE " RH-USUARIO(1:24)
                  " TRAS AUSENCIA DESDE " INICIOAUS
                  ": ACCESO RESTAURADO, " CNT-CUENTAVENC
                  " CONCESIONES VENCIDAS EN LA AUSENCIA PENDIENTES"
                  " DE CONFIRMAR EN FSGPEND"
                  DELIMITED BY SIZE
                  INTO TEXTOAVISO
           END-STRING.
           CALL "SRAVISO" USING RESPONAUS ORIGENAVISO
                SEVERIDADAVISO TEXTOAVISO RESULTADOAVISO.
       FIN-FINAUSENCIA.
           EXIT.

       ENCOLAVENCIDA SECTION.
       ENV.
           CALL "SRREVUR" USING RH-USUARIO PREV-ROLE(PP)
                RESULTADOREV.
           IF RESULTADOREV NOT = 0
              MOVE SPACES TO LINEAIDE
              STRING "  ROLE " PREV-ROLE(PP)(1:40) " VENCIDO EL "
                     PREV-FECHA(PP) ": NO SE PUDO REVOCAR"
                     DELIMITED BY SIZE
                     INTO LINEAIDE
              END-STRING
              PERFORM LINEAIDENTIDAD
              GO TO FIN-ENCOLAVENCIDA
           END-IF.
           MOVE SPACES TO REGISTROPED.
           MOVE RH-USUARIO TO REGISTROPED(1:64).
           MOVE PREV-ROLE(PP) TO REGISTROPED(65:64).
           CALL "SRPENDIENTE" USING SERVIDORPED OPERPED REGISTROPED
                RESULTADOPED.
           MOVE SPACES TO LINEAIDE.
           IF RESULTADOPED NOT = 0
              STRING "  ROLE " PREV-ROLE(PP)(1:40) " VENCIDO EL "
                     PREV-FECHA(PP) ": NO SE PUDO ENCOLAR"
                     DELIMITED BY SIZE
                     INTO LINEAIDE
              END-STRING
              PERFORM LINEAIDENTIDAD
              GO TO FIN-ENCOLAVENCIDA
           END-IF.
           ADD 1 TO CNT-CUENTAVENC.
           ADD 1 TO CNT-VENCIDAS.
           MOVE SPACES TO TEXTOJUST.
           STRING "AUSENCIA: CONCESION VENCIDA EL " PREV-FECHA(PP)
                  DELIMITED BY SIZE
                  INTO TEXTOJUST
           END-STRING.
           CALL "SRJUSTGRABA" USING RH-USUARIO PREV-ROLE(PP)
                TEXTOJUST USUARIO TICKETVACIO RESULTADOJUST.
           STRING "  ROLE " PREV-ROLE(PP)(1:40) " VENCIDO EL "
                  PREV-FECHA(PP) ": PENDIENTE DE CONFIRMAR POR "
                  RESPONAUS(1:24)
                  DELIMITED BY SIZE
                  INTO LINEAIDE
           END-STRING.
           PERFORM LINEAIDENTIDAD.
       FIN-ENCOLAVENCIDA.
           EXIT.

       USUARIODEEMPLEADO SECTION.
       UDE.
           IF RH-EMPLEADO = SPACES
              GO TO FIN-USUARIODEEMPLEADO
           END-IF.
           MOVE "E" TO ACCIONREG.
           MOVE RH-EMPLEADO TO EMPLEADOREG.
           MOVE SPACES TO USUREG.
           CALL "SRIDREG" USING ACCIONREG USUREG EMPLEADOREG DESREG
                ESTADOREG RESULTADOREG.
           IF RESULTADOREG = 1
              MOVE USUREG TO RH-USUARIO
           END-IF.
       FIN-USUARIODEEMPLEADO.
           EXIT.

       IDENTIDADALTA SECTION.
       IDA.
           MOVE 0 TO RECONTRATA.
           MOVE SPACES TO MOTIVOREASIG.
           IF RH-EMPLEADO NOT = SPACES
              MOVE "E" TO ACCIONREG
              MOVE RH-EMPLEADO TO EMPLEADOREG
              MOVE SPACES TO USUREG
              CALL "SRIDREG" USING ACCIONREG USUREG EMPLEADOREG
                   DESREG ESTADOREG RESULTADOREG
              IF RESULTADOREG = 1
                 IF RH-USUARIO NOT = SPACES AND
                    RH-USUARIO NOT = USUREG
                    MOVE SPACES TO LINEAIDE
                    STRING "EMPLEADO " RH-EMPLEADO
                           " YA TUVO EL CODIGO " USUREG(1:24)
                           ": SE USA ESE Y NO " RH-USUARIO(1:24)
                           DELIMITED BY SIZE
                           INTO LINEAIDE
                    END-STRING
                    PERFORM LINEAIDENTIDAD
                 END-IF
                 MOVE USUREG TO RH-USUARIO
                 MOVE 1 TO RECONTRATA
                 GO TO FIN-IDENTIDADALTA
              END-IF
           END-IF.
           IF RH-EMPLEADO = SPACES AND RH-DES NOT = SPACES
              PERFORM BUSCAPORNOMBRE
              IF INACTIVOSDES = 1 AND ACTIVOSDES = 0 AND
                 (RH-USUARIO = SPACES OR RH-USUARIO = USUDES)
                 MOVE USUDES TO RH-USUARIO
                 MOVE 1 TO RECONTRATA
                 GO TO FIN-IDENTIDADALTA
              END-IF
           END-IF.
           IF RH-USUARIO = SPACES
              PERFORM ASIGNACODIGO
              GO TO FIN-IDENTIDADALTA
           END-IF.
           MOVE "C" TO ACCIONREG.
           MOVE SPACES TO EMPLEADOREG.
           CALL "SRIDREG" USING ACCIONREG RH-USUARIO EMPLEADOREG
                DESREG ESTADOREG RESULTADOREG.
           MOVE RH-USUARIO TO CLA.
           READ FSGUSU WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0"
              IF RESULTADOREG = 1 AND EMPLEADOREG NOT = SPACES AND
                 RH-EMPLEADO NOT = SPACES AND
                 EMPLEADOREG NOT = RH-EMPLEADO
                 MOVE "ES DE OTRO EMPLEADO" TO MOTIVOREASIG
                 PERFORM ASIGNACODIGO
              END-IF
              GO TO FIN-IDENTIDADALTA
           END-IF.
           IF RESULTADOREG = 1
              MOVE "YA SE USO Y NO SE REUTILIZA" TO MOTIVOREASIG
              PERFORM ASIGNACODIGO
           END-IF.
       FIN-IDENTIDADALTA.
           EXIT.

       BUSCAPORNOMBRE SECTION.
       BNO.
           MOVE 0 TO ACTIVOSDES.
           MOVE 0 TO INACTIVOSDES.
           MOVE SPACES TO USUDES.
           MOVE RH-DES TO DES.
           MOVE 1 TO SIGUE.
           START FSGUSU KEY = DES INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGUSU NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND DES NOT = RH-DES
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1
                 IF ACTIVO = "N"
                    ADD 1 TO INACTIVOSDES
                    MOVE CLA TO USUDES
                 ELSE
                    ADD 1 TO ACTIVOSDES
                 END-IF
              END-IF
           END-PERFORM.
           MOVE 1 TO SIGUE.
       FIN-BUSCAPORNOMBRE.
           EXIT.

       ASIGNACODIGO SECTION.
       ASC.
           CALL "SRIDASIGNA" USING RH-DES USUASIGNADO RESULTADOASIG
                MOTIVOASIG.
           MOVE SPACES TO LINEAIDE.
           IF RESULTADOASIG NOT = 0
              ADD 1 TO CNT-RECHAZADAS
              STRING "RECHAZADA ALTA SIN CODIGO ASIGNABLE "
                     RH-DES(1:32) " EMPLEADO " RH-EMPLEADO " "
                     MOTIVOASIG
                     DELIMITED BY SIZE
                     INTO LINEAIDE
              END-STRING
              PERFORM LINEAIDENTIDAD
              MOVE SPACES TO RH-USUARIO
              GO TO FIN-ASIGNACODIGO
           END-IF.
           ADD 1 TO CNT-ASIGNADOS.
           IF RH-USUARIO = SPACES
              STRING "CODIGO ASIGNADO " USUASIGNADO(1:24)
                     " A " RH-DES(1:32) " EMPLEADO " RH-EMPLEADO
                     DELIMITED BY SIZE
                     INTO LINEAIDE
              END-STRING
           ELSE
              STRING "CODIGO ASIGNADO " USUASIGNADO(1:24)
                     " A " RH-DES(1:32) " EN LUGAR DE "
                     RH-USUARIO(1:24) ", QUE " MOTIVOREASIG
                     DELIMITED BY SIZE
                     INTO LINEAIDE
              END-STRING
           END-IF.
           PERFORM LINEAIDENTIDAD.
           MOVE USUASIGNADO TO RH-USUARIO.
       FIN-ASIGNACODIGO.
           EXIT.

       REGISTRAID SECTION.
       RID.
           MOVE "R" TO ACCIONREG.
           MOVE RH-EMPLEADO TO EMPLEADOREG.
           MOVE RH-DES TO DESREG.
           CALL "SRIDREG" USING ACCIONREG RH-USUARIO EMPLEADOREG
                DESREG ESTADOREG RESULTADOREG.
       FIN-REGISTRAID.
           EXIT.

       REACTIVA SECTION.
       REA.
           MOVE "S" TO ACTIVO.
           IF RH-DES NOT = SPACES
              MOVE RH-DES TO DES
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-EFECTIVA.
           MOVE USUARIO TO MODPOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MODFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA.
           REWRITE RSGUSU INVALID KEY
                   ADD 1 TO CNT-RECHAZADAS
                   GO TO FIN-REACTIVA.
           IF ERROR-1 NOT = "0"
              ADD 1 TO CNT-RECHAZADAS
              GO TO FIN-REACTIVA
           END-IF.
           MOVE "M" TO ABM.
           MOVE RSGUSU TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGUSU ABM REGISTRO.
           PERFORM TRASRECONTRATA.
       FIN-REACTIVA.
           EXIT.

       RESTAURA SECTION.
       RES.
           MOVE 0 TO HAYARCHIVADO.
           OPEN INPUT FARC.
           IF ERRORES = "00"
              MOVE 1 TO SIGUE
              PERFORM UNTIL SIGUE = 0
                 READ FARC AT END
                      MOVE 0 TO SIGUE
                 END-READ
                 IF SIGUE = 1 AND RARC(1:64) = RH-USUARIO
                    MOVE RARC(1:192) TO USUARCHIVADO
                    MOVE 1 TO HAYARCHIVADO
                 END-IF
              END-PERFORM
              CLOSE FARC
           END-IF.
           MOVE 1 TO SIGUE.
           IF HAYARCHIVADO = 1
              MOVE USUARCHIVADO TO RSGUSU
           ELSE
              INITIALIZE RSGUSU
              MOVE RH-USUARIO TO CLA
           END-IF.
           IF RH-DES NOT = SPACES
              MOVE RH-DES TO DES
           END-IF.
           MOVE "S" TO ACTIVO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-EFECTIVA.
           MOVE USUARIO TO MODPOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MODFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA.
           WRITE RSGUSU INVALID KEY
                 ADD 1 TO CNT-RECHAZADAS
                 GO TO FIN-RESTAURA.
           IF ERROR-1 NOT = "0"
              ADD 1 TO CNT-RECHAZADAS
              GO TO FIN-RESTAURA
           END-IF.
           MOVE "A" TO ABM.
           MOVE RSGUSU TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGUSU ABM REGISTRO.
           PERFORM TRASRECONTRATA.
       FIN-RESTAURA.
           EXIT.

       TRASRECONTRATA SECTION.
       TRC.
           ADD 1 TO CNT-RECONTRATA.
           MOVE "R" TO ESTADOREG.
           PERFORM REGISTRAID.
           MOVE SPACES TO LINEAIDE.
           STRING "RECONTRATACION " RH-USUARIO(1:24) " EMPLEADO "
                  RH-EMPLEADO " " RH-DES(1:32)
                  DELIMITED BY SIZE
                  INTO LINEAIDE
           END-STRING.
           PERFORM LINEAIDENTIDAD.
           PERFORM GRABAATRIBUTOS.
           PERFORM CREDENCIALINICIAL.
           PERFORM ROLESARRANQUE.
           PERFORM REVISAPREVIAS.
       FIN-TRASRECONTRATA.
           EXIT.

       REVISAPREVIAS SECTION.
       RPR.
           CALL "SRURPREVIAS" USING RH-USUARIO TABLA-PREV-L
                TOTALPREV.
           MOVE 0 TO CNT-CUENTAPREV.
           PERFORM VARYING PP FROM 1 BY 1 UNTIL PP > TOTALPREV
              CALL "SRCHKFUR" USING RH-USUARIO PREV-ROLE(PP)
                   YAEXISTE
              IF YAEXISTE = 0
                 PERFORM ENCOLAPREVIA
              END-IF
           END-PERFORM.
           IF CNT-CUENTAPREV = 0
              MOVE "  SIN CONCESIONES ANTERIORES QUE CONFIRMAR"
                   TO LINEAIDE
              PERFORM LINEAIDENTIDAD
              GO TO FIN-REVISAPREVIAS
           END-IF.
           IF RH-RESPONSABLE = SPACES
              MOVE "  AVISO: SIN RESPONSABLE QUE CONFIRME"
                   TO LINEAIDE
              PERFORM LINEAIDENTIDAD
              GO TO FIN-REVISAPREVIAS
           END-IF.
           MOVE SPACES TO TEXTOAVISO.
           STRING "RECONTRATACION DE " RH-USUARIO(1:24) ": "
                  CNT-CUENTAPREV " CONCESIONES ANTERIORES PENDIENTES"
                  " DE CONFIRMAR EN FSGPEND"
                  DELIMITED BY SIZE
                  INTO TEXTOAVISO
           END-STRING.
           CALL "SRAVISO" USING RH-RESPONSABLE ORIGENAVISO
                SEVERIDADAVISO TEXTOAVISO RESULTADOAVISO.
       FIN-REVISAPREVIAS.
           EXIT.

       ENCOLAPREVIA SECTION.
       ENP.
           MOVE SPACES TO REGISTROPED.
           MOVE RH-USUARIO TO REGISTROPED(1:64).
           MOVE PREV-ROLE(PP) TO REGISTROPED(65:64).
           CALL "SRPENDIENTE" USING SERVIDORPED OPERPED REGISTROPED
                RESULTADOPED.
           MOVE SPACES TO LINEAIDE.
           IF RESULTADOPED NOT = 0
              STRING "  ROLE " PREV-ROLE(PP)(1:40) " RETIRADO EL "
                     PREV-FECHA(PP) ": NO SE PUDO ENCOLAR"
                     DELIMITED BY SIZE
                     INTO LINEAIDE
              END-STRING
              PERFORM LINEAIDENTIDAD
              GO TO FIN-ENCOLAPREVIA
           END-IF.
           ADD 1 TO CNT-CUENTAPREV.
           ADD 1 TO CNT-REVISION.
           MOVE SPACES TO TEXTOJUST.
           STRING "RECONTRATACION: CONCESION ANTERIOR HASTA "
                  PREV-FECHA(PP)
                  DELIMITED BY SIZE
                  INTO TEXTOJUST
           END-STRING.
           CALL "SRJUSTGRABA" USING RH-USUARIO PREV-ROLE(PP)
                TEXTOJUST USUARIO TICKETVACIO RESULTADOJUST.
           STRING "  ROLE " PREV-ROLE(PP)(1:40) " RETIRADO EL "
                  PREV-FECHA(PP) ": PENDIENTE DE CONFIRMAR POR "
                  RH-RESPONSABLE(1:24)
                  DELIMITED BY SIZE
                  INTO LINEAIDE
           END-STRING.
           PERFORM LINEAIDENTIDAD.
       FIN-ENCOLAPREVIA.
           EXIT.

       LINEAIDENTIDAD SECTION.
       LID.
           DISPLAY LINEAIDE UPON SYSOUT.
           IF IDEABIERTO = 0
              MOVE "A" TO ACCIONINF
              CALL "SRINFORME" USING ACCIONINF NOMBREIDE LINEAIDE
              MOVE 1 TO IDEABIERTO
           END-IF.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREIDE LINEAIDE.
       FIN-LINEAIDENTIDAD.
           EXIT.
