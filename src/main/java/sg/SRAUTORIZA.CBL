                      TERMINAL REGISTRADO EN FSGTERM: EL TERMINAL
                      DE LA SESION VIAJA EN LA VARIABLE EXTERNA
                      TERMINALSES Y SE DENIEGA CON SU PROPIA
                      RAZON. ADEMAS DEL TERMINAL, UN NODO VIGILADO EXIGE
                      UNA CONFIRMACION REFORZADA RECIENTE DEL USUARIO
                      (CODIGO DE UN SOLO USO PEDIDO Y CONFIRMADO POR
                      SSGAUT, SROTP); SIN ELLA SE DENIEGA CON LA RAZON
                      FALTA CONFIRMACION REFORZADA. UN NODO CLASIFICADO
                      EN FSGNAT (PROPIA O HEREDADA DEL ANTECESOR
                      CLASIFICADO MAS CERCANO, SRCLASIF) SE DENIEGA CON
                      LA RAZON HABILITACION INSUFICIENTE A QUIEN TENGA
                      EN FSGUSU UNA HABILITACION MENOR, TENGA LOS ROLES
                      QUE TENGA. UNA CONCESION ELEGIBLE (ELEGIBLE = "S"
                      EN FSGUR) SOLO CUENTA COMO VIGENTE MIENTRAS TENGA
                      UNA VENTANA DE ACTIVACION EN VIGOR EN FSGJIT
                      (SRJIT), EN AMBOS CAMINOS. QUIEN NO TIENE ACEPTADA
                      LA VERSION VIGENTE DE LA POLITICA DE USO ACEPTABLE
                      PASADO SU PLAZO DE GRACIA (SRAUP; LAS CUENTAS
                      TECNICAS SIGUEN A SU CUSTODIO) SE DENIEGA ENTERO
                      CON LA RAZON POLITICA DE USO SIN ACEPTAR. CON LA
                      VARIABLE EXTERNA SOLOLECTURA A "S" (LA PONE EL
                      BANCO DE PRUEBAS DE AUTORIZACION ISGREGAUT) DECIDE
                      EXACTAMENTE IGUAL PERO SIN ESTAMPAR FSGUSO NI
                      DEJAR NADA EN LA TRAZA FSGAUT. UN USUARIO
                      CONGELADO POR UN BLOQUEO MASIVO DE INCIDENTE
                      (SRCHKBLOQ) SE DENIEGA CON LA RAZON USUARIO
                      BLOQUEADO POR INCIDENTE. UN USUARIO CON UNA
                      AUSENCIA LARGA ABIERTA EN FSGAUS (SRCHKAUS, LA
                      ABRE Y CIERRA EL EXTRACTO DE PERSONAL) SE DENIEGA
                      ENTERO CON LA RAZON USUARIO SUSPENDIDO POR
                      AUSENCIA, SIN TOCAR SUS CONCESIONES. LAS ENTRADAS
                      "P" Y "N" DE LA TRAZA LLEVAN TAMBIEN EL TERMINAL
                      DE LA SESION EN LAS POSICIONES 241 A 256, PARA LA
                      PAUTA DE COMPORTAMIENTO DE ISGCOMPORTA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 SALTOS                      PIC 9(2).
       01 CONGELADO                   PIC 9.
       01 CASOCONG                    PIC X(16).
       01 BLOQUEADO                   PIC 9.
       01 AUSENTE                     PIC 9.
       01 INICIOAUS                   PIC 9(8).
       01 REGRESOAUS                  PIC 9(8).
       01 FINAUS                      PIC 9(8).
       01 TIPOCUENTA                  PIC X(1).
       01 DENEGADODENY                PIC 9.
       01 MOTIVODENY                  PIC X(24).
       01 TERMINALSES                 PIC X(16) IS EXTERNAL.
       01 SOLOLECTURA                 PIC X(1) IS EXTERNAL.
       01 VIGILADONODO                PIC 9.
       01 TERMREGISTRADO              PIC 9.
       01 ACCIONOTP                   PIC X VALUE "V".
       01 CODIGOOTP                   PIC X(6) VALUE SPACES.
       01 RESULTADOOTP                PIC 9.
       01 MOTIVOOTP                   PIC X(40).
       01 ACCIONJIT                   PIC X VALUE "V".
       01 HORASJIT                    PIC 9(3) VALUE 0.
       01 MOTIVOJIT                   PIC X(64) VALUE SPACES.
       01 RESULTADOJIT                PIC 9.
       01 RAZONJIT                    PIC X(40).
       01 ACCIONAUP                   PIC X VALUE "V".
       01 VERSIONAUP                  PIC X(16).
       01 FECHAAUP                    PIC 9(8).
       01 GRACIAAUP                   PIC 9(3) VALUE 0.
       01 TITULOAUP                   PIC X(64) VALUE SPACES.
       01 RESULTADOAUP                PIC 9.
       01 RAZONAUP                    PIC X(40).
       01 ENCONTRADOTIPO              PIC 9.
       01 CLASIFNODO                  PIC 9(1).
       01 NODOCLASIF                  PIC X(64).
       01 HABILUSU                    PIC 9(1).
       01 ENCONTRADOHAB               PIC 9.
       01 ORDENNAT                    PIC 9(4).
       01 TIPONAT                     PIC X(1).
       01 MANDATONAT                  PIC X(64).
           END-IF.
           CALL "SRCHKCONG" USING USUCODE CONGELADO CASOCONG.
           IF CONGELADO = 1
              CALL "SRCHKBLOQ" USING USUCODE BLOQUEADO CASOCONG
              IF BLOQUEADO = 1
                 MOVE "USUARIO BLOQUEADO POR INCIDENTE" TO RAZON
              ELSE
                 MOVE "USUARIO CONGELADO POR INVESTIGACION" TO RAZON
              END-IF
              GO TO FIN-PROCESOS
           END-IF.
           CALL "SRCHKAUS" USING USUCODE AUSENTE INICIOAUS REGRESOAUS
                FINAUS.
           IF AUSENTE = 1
              MOVE "USUARIO SUSPENDIDO POR AUSENCIA" TO RAZON
              GO TO FIN-PROCESOS
           END-IF.
           CALL "SRAUP" USING ACCIONAUP USUCODE VERSIONAUP FECHAAUP
                GRACIAAUP TITULOAUP RESULTADOAUP RAZONAUP.
           IF RESULTADOAUP = 2
              MOVE "POLITICA DE USO SIN ACEPTAR" TO RAZON
              GO TO FIN-PROCESOS
           END-IF.
           MOVE NODOCODE TO NODOEVAL.
                 MOVE "TERMINAL NO REGISTRADO" TO RAZON
                 GO TO FIN-PROCESOS
              END-IF
              CALL "SROTP" USING ACCIONOTP USUCODE CODIGOOTP
                   RESULTADOOTP MOTIVOOTP
              IF RESULTADOOTP NOT = 0
                 MOVE "FALTA CONFIRMACION REFORZADA" TO RAZON
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           CALL "SRGETTIPO" USING USUCODE TIPOCUENTA
                ENCONTRADOTIPO.
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           CALL "SRCLASIF" USING NODOEVAL CLASIFNODO NODOCLASIF.
           IF CLASIFNODO > 0
              CALL "SRGETHABIL" USING USUCODE HABILUSU ENCONTRADOHAB
              IF HABILUSU < CLASIFNODO
                 STRING "HABILITACION INSUFICIENTE " HABILUSU
                        " PARA CLASIFICACION " CLASIFNODO
                        DELIMITED BY SIZE
                        INTO RAZON
                 END-STRING
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           CALL "SRCHKACC" USING USUCODE NODOEVAL ENCONTRADOACC
                ORIGENROL NIVELACC.
           IF ENCONTRADOACC = 1
                     DELIMITED BY SIZE
                     INTO RAZON
              END-STRING
              IF SOLOLECTURA NOT = "S"
                 CALL "SRUSOSTAMP" USING USUCODE ORIGENROL
              END-IF
              MOVE ORIGENROL TO ROLEGANADOR
              PERFORM TRAZAPERMITIDA
              GO TO FIN-PROCESOS

       TRAZADENEGADA SECTION.
       TDN.
           IF SOLOLECTURA = "S"
              GO TO FIN-TRAZADENEGADA
           END-IF.
           MOVE "N" TO ABM.
           MOVE SPACES TO REGISTRO.
           MOVE USUCODE TO REGISTRO(1:64).
           MOVE NODOCODE TO REGISTRO(129:64).
           MOVE RAZON TO REGISTRO(193:40).
           MOVE TERMINALSES TO REGISTRO(241:16).
           CALL "SRUTRAZA" USING NOMBREAUT ABM REGISTRO.
       FIN-TRAZADENEGADA.
           EXIT.

       TRAZAPERMITIDA SECTION.
       TPE.
           IF SOLOLECTURA = "S"
              GO TO FIN-TRAZAPERMITIDA
           END-IF.
           MOVE "P" TO ABM.
           MOVE SPACES TO REGISTRO.
           MOVE USUCODE TO REGISTRO(1:64).
           MOVE ROLEGANADOR TO REGISTRO(65:64).
           MOVE NODOEVAL TO REGISTRO(129:64).
           MOVE NIVEL TO REGISTRO(193:1).
           MOVE TERMINALSES TO REGISTRO(241:16).
           CALL "SRUTRAZA" USING NOMBREAUT ABM REGISTRO.
       FIN-TRAZAPERMITIDA.
           EXIT.

       TRAZAFUERAHOR SECTION.
       TFH.
           IF SOLOLECTURA = "S"
              GO TO FIN-TRAZAFUERAHOR
           END-IF.
           MOVE "D" TO ABM.
           MOVE SPACES TO REGISTRO.
           MOVE USUCODE TO REGISTRO(1:64).
              EMERG-EXPIRA > 0 AND EMERG-EXPIRA < AHORA
              MOVE 0 TO GRANTVIGENTE
           END-IF.
           IF GRANTVIGENTE = 1 AND ELEGIBLE = "S"
              CALL "SRJIT" USING ACCIONJIT CLA-USUARIO CLA-ROLE
                   HORASJIT MOTIVOJIT RESULTADOJIT RAZONJIT
              IF RESULTADOJIT NOT = 0
                 MOVE 0 TO GRANTVIGENTE
              END-IF
           END-IF.
       FIN-VIGENTE.
           EXIT.

                     DELIMITED BY SIZE
                     INTO RAZON
              END-STRING
              IF SOLOLECTURA NOT = "S"
                 IF VIADELEG = 0
                    CALL "SRUSOSTAMP" USING USUCODE ROLEACTUAL
                 ELSE
                    CALL "SRUSOSTAMP" USING USULOOP ROLEACTUAL
                 END-IF
              END-IF
           END-IF.
       FIN-PRUEBAROLE.
