       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SROTP.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      CONFIRMACION REFORZADA CON CODIGO DE UN SOLO USO
                      PARA LOS NODOS VIGILADOS DE FSGVIGIA. ACCION "P"
                      (PEDIR): GENERA UN CODIGO DE 6 CIFRAS, GUARDA EN
                      FSGOTP SOLO SU HUELLA (SRHASH) CON LA HORA DE
                      CADUCIDAD (CLAVE OTPMINUTOS DE FSGCFG, 5 POR
                      DEFECTO) Y LO DEJA EN EL BUZON DE SALIDA
                      mnu/SG/OTPSAL PARA EL CANAL CUSTODIADO QUE EL
                      USUARIO TIENE REGISTRADO EN FSGDUENO (TIPO
                      CANAL, OBJETO EL USUARIO, DUENO EL CANAL); SIN
                      CANAL NO HAY CODIGO. ACCION "C" (CONFIRMAR):
                      COMPRUEBA EL CODIGO; SI CASA Y NO HA CADUCADO,
                      EL USUARIO QUEDA CONFIRMADO DURANTE LOS MINUTOS
                      DE LA CLAVE OTPVALIDEZ (60 POR DEFECTO) Y EL
                      CODIGO SE GASTA; AL LLEGAR A OTPINTENTOS FALLOS
                      (3 POR DEFECTO) EL CODIGO SE ANULA Y HAY QUE
                      PEDIR OTRO. ACCION "V" (VIGENTE): DICE SI EL
                      USUARIO TIENE UNA CONFIRMACION EN VIGOR, PARA
                      SRAUTORIZA. LAS EMISIONES Y CONFIRMACIONES
                      QUEDAN EN LA TRAZA DE FSGOTP, NUNCA EL CODIGO.
                      RESULTADO: 0 BIEN (EN "V", CONFIRMADO), 1 SIN
                      CANAL O SIN CODIGO PENDIENTE (EN "V", NO
                      CONFIRMADO), 2 CODIGO CADUCADO, 3 CODIGO
                      INCORRECTO, 4 CODIGO ANULADO POR INTENTOS, 9
                      ERROR DE FICHERO; MOTIVO LO EXPLICA. EL CODIGO NO
                      SALE DE UN GENERADOR SEMBRADO CON LA HORA: ES LA
                      HUELLA (SRHASH, ESQUEMA 2) DEL SECRETO DE LA CLAVE
                      OTPSECRETO DE FSGCFG (AL MENOS 32 POSICIONES; LAS
                      16 PRIMERAS HACEN DE SAL) MEZCLADO CON EL USUARIO,
                      LA FECHA Y HORA CON CENTESIMAS Y EL CONTADOR DE
                      EMISIONES DEL USUARIO (EMISIONES-COD DE FSGOTP,
                      QUE SUBE EN CADA PETICION), QUEDANDOSE CON SUS 6
                      ULTIMAS CIFRAS. SIN OTPSECRETO NO SE EMITE CODIGO
                      (RESULTADO 9). EL SECRETO NO SE GUARDA NI SE
                      TRAZA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGOTP-SEL".
           COPY "FSGDUENO-SEL".

           SELECT FOTPSAL
                  ASSIGN TO RANDOM NOMBREOTPSAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGOTP-FD".
           COPY "FSGDUENO-FD".

       FD  FOTPSAL
           DATA RECORD IS ROTPSAL.
       01  ROTPSAL.
           03 OS-FECHA PIC 9(8).
           03 OS-HORA PIC 9(6).
           03 OS-CANAL PIC X(64).
           03 OS-USUARIO PIC X(64).
           03 OS-CODIGO PIC X(6).
           03 OS-MINUTOS PIC 9(3).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGOTP                PIC X(256).
       01 NOMBREFSGDUENO              PIC X(256).
       01 NOMBREOTPSAL                PIC X(256)
          VALUE "mnu/SG/OTPSAL".
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 MINUTOSCOD                  PIC 9(3).
       01 MINUTOSVAL                  PIC 9(4).
       01 MAXINTENTOS                 PIC 9(2).
       01 HOY                         PIC 9(8).
       01 HORAHOY                     PIC 9(6).
       01 HORAPARTES REDEFINES HORAHOY.
          03 HH-HORA                  PIC 9(2).
          03 HH-MINUTO                PIC 9(2).
          03 HH-SEGUNDO               PIC 9(2).
       01 AHORASEG                    PIC 9(12).
       01 CANALUSU                    PIC X(64).
       01 CODIGO                      PIC X(64).
       01 CODIGONUM                   PIC 9(6).
       01 HUELLACALC                  PIC 9(18).
       01 ESQUEMAUNO                  PIC 9 VALUE 1.
       01 SALVACIA                    PIC X(16) VALUE SPACES.
       01 ESQUEMADOS                  PIC 9 VALUE 2.
       01 SECRETO                     PIC X(128).
       01 SALSECRETO                  PIC X(16).
       01 MEZCLA                      PIC X(64).
       01 HUELLAMEZCLA                PIC 9(18).
       01 COCIENTE                    PIC 9(18).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).

       LINKAGE SECTION.
       01 ACCIONOTP                   PIC X.
       01 USUCODE                     PIC X(64).
       01 CODIGOIN                    PIC X(6).
       01 RESULTADO                   PIC 9.
       01 MOTIVO                      PIC X(40).

       PROCEDURE DIVISION USING ACCIONOTP USUCODE CODIGOIN
                 RESULTADO MOTIVO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADO.
           MOVE SPACES TO MOTIVO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO HORAHOY.
           COMPUTE AHORASEG = FUNCTION INTEGER-OF-DATE(HOY) * 86400
                   + HH-HORA * 3600 + HH-MINUTO * 60 + HH-SEGUNDO.
           MOVE "mnu/SG/FSGOTP" TO NOMBREFSGOTP.
           EVALUATE ACCIONOTP
              WHEN "P" PERFORM PIDECODIGO
              WHEN "C" PERFORM CONFIRMA
              WHEN "V" PERFORM MIRAVIGENTE
              WHEN OTHER
                 MOVE 9 TO RESULTADO
                 MOVE "ACCION DESCONOCIDA" TO MOTIVO
           END-EVALUATE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       PIDECODIGO SECTION.
       PCO.
           PERFORM BUSCACANAL.
           IF CANALUSU = SPACES
              MOVE 1 TO RESULTADO
              MOVE "SIN CANAL REGISTRADO EN FSGDUENO" TO MOTIVO
              GO TO FIN-PIDECODIGO
           END-IF.
           MOVE 5 TO MINUTOSCOD.
           MOVE "OTPMINUTOS" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO MINUTOSCOD
           END-IF.
           IF MINUTOSCOD = 0
              MOVE 5 TO MINUTOSCOD
           END-IF.
           MOVE SPACES TO SECRETO.
           MOVE "OTPSECRETO" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE SECRETO ENCONTRADOCFG.
           IF ENCONTRADOCFG = 0 OR SECRETO(1:16) = SPACES OR
              SECRETO(17:16) = SPACES
              MOVE SPACES TO SECRETO
              MOVE 9 TO RESULTADO
              MOVE "FALTA LA CLAVE OTPSECRETO EN FSGCFG" TO MOTIVO
              GO TO FIN-PIDECODIGO
           END-IF.
           PERFORM ABREOTP.
           IF RESULTADO NOT = 0
              MOVE SPACES TO SECRETO
              GO TO FIN-PIDECODIGO
           END-IF.
           MOVE USUCODE TO CLA OF RSGOTP.
           READ FSGOTP INVALID KEY
                INITIALIZE RSGOTP
                MOVE USUCODE TO CLA OF RSGOTP
                MOVE 0 TO CONFIRMADO-SEG
           END-READ.
           IF EMISIONES-COD NOT NUMERIC OR EMISIONES-COD = 999999
              MOVE 0 TO EMISIONES-COD
           END-IF.
           ADD 1 TO EMISIONES-COD.
           PERFORM GENERACODIGO.
           MOVE SPACES TO CODIGO.
           MOVE CODIGONUM TO CODIGO(1:6).
           CALL "SRHASH" USING USUCODE CODIGO HUELLACALC ESQUEMAUNO
                SALVACIA.
           MOVE HUELLACALC TO HUELLA-COD.
           MOVE AHORASEG TO EMITIDO-SEG.
           COMPUTE EXPIRA-SEG = AHORASEG + MINUTOSCOD * 60.
           MOVE 0 TO INTENTOS-COD.
           MOVE CANALUSU TO CANAL.
           WRITE RSGOTP INVALID KEY
                 REWRITE RSGOTP
                 END-REWRITE
           END-WRITE.
           IF ERROR-1 NOT = "0"
              MOVE 9 TO RESULTADO
              MOVE "NO SE PUDO GRABAR FSGOTP" TO MOTIVO
              CLOSE FSGOTP
              GO TO FIN-PIDECODIGO
           END-IF.
           CLOSE FSGOTP.
           PERFORM ENVIACODIGO.
           IF RESULTADO NOT = 0
              GO TO FIN-PIDECODIGO
           END-IF.
           MOVE "CODIGO ENVIADO AL CANAL REGISTRADO" TO MOTIVO.
           MOVE SPACES TO REGISTRO.
           MOVE "CODIGO EMITIDO" TO REGISTRO(65:14).
           PERFORM TRAZAOTP.
       FIN-PIDECODIGO.
           EXIT.

       CONFIRMA SECTION.
       CFI.
           MOVE SPACES TO CANALUSU.
           MOVE 3 TO MAXINTENTOS.
           MOVE "OTPINTENTOS" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:2) NUMERIC AND
              VALORCFG(1:2) NOT = "00"
              MOVE VALORCFG(1:2) TO MAXINTENTOS
           END-IF.
           MOVE 60 TO MINUTOSVAL.
           MOVE "OTPVALIDEZ" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:4) NUMERIC
              MOVE VALORCFG(1:4) TO MINUTOSVAL
           END-IF.
           PERFORM ABREOTP.
           IF RESULTADO NOT = 0
              GO TO FIN-CONFIRMA
           END-IF.
           MOVE USUCODE TO CLA OF RSGOTP.
           READ FSGOTP INVALID KEY
                MOVE 1 TO RESULTADO
                MOVE "SIN CODIGO PENDIENTE" TO MOTIVO
                GO TO CIERRACONF.
           MOVE CANAL TO CANALUSU.
           IF HUELLA-COD NOT NUMERIC OR HUELLA-COD = 0
              MOVE 1 TO RESULTADO
              MOVE "SIN CODIGO PENDIENTE" TO MOTIVO
              GO TO CIERRACONF
           END-IF.
           IF EXPIRA-SEG < AHORASEG
              MOVE 0 TO HUELLA-COD
              MOVE 2 TO RESULTADO
              MOVE "CODIGO CADUCADO, PIDA OTRO" TO MOTIVO
              GO TO GRABACONF
           END-IF.
           MOVE SPACES TO CODIGO.
           MOVE CODIGOIN TO CODIGO(1:6).
           CALL "SRHASH" USING USUCODE CODIGO HUELLACALC ESQUEMAUNO
                SALVACIA.
           IF HUELLACALC NOT = HUELLA-COD
              ADD 1 TO INTENTOS-COD
              MOVE 3 TO RESULTADO
              MOVE "CODIGO INCORRECTO" TO MOTIVO
              IF INTENTOS-COD NOT < MAXINTENTOS
                 MOVE 0 TO HUELLA-COD
                 MOVE 4 TO RESULTADO
                 MOVE "CODIGO ANULADO POR INTENTOS, PIDA OTRO"
                      TO MOTIVO
              END-IF
              GO TO GRABACONF
           END-IF.
           MOVE 0 TO HUELLA-COD.
           MOVE 0 TO INTENTOS-COD.
           COMPUTE CONFIRMADO-SEG = AHORASEG + MINUTOSVAL * 60.
           MOVE "CONFIRMACION REFORZADA EN VIGOR" TO MOTIVO.
       GRABACONF.
           REWRITE RSGOTP INVALID KEY
                   CONTINUE
           END-REWRITE.
       CIERRACONF.
           CLOSE FSGOTP.
           MOVE SPACES TO REGISTRO.
           IF RESULTADO = 0
              MOVE "CONFIRMADO" TO REGISTRO(65:10)
           ELSE
              MOVE "CONFIRMACION FALLIDA " TO REGISTRO(65:21)
              MOVE RESULTADO TO REGISTRO(86:1)
           END-IF.
           PERFORM TRAZAOTP.
       FIN-CONFIRMA.
           EXIT.

       MIRAVIGENTE SECTION.
       MVI.
           MOVE 1 TO RESULTADO.
           MOVE "SIN CONFIRMACION REFORZADA" TO MOTIVO.
           OPEN INPUT FSGOTP.
           IF ERROR-1 NOT = "0"
              GO TO FIN-MIRAVIGENTE
           END-IF.
           MOVE USUCODE TO CLA OF RSGOTP.
           READ FSGOTP WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0" AND CONFIRMADO-SEG NUMERIC AND
              CONFIRMADO-SEG NOT < AHORASEG
              MOVE 0 TO RESULTADO
              MOVE "CONFIRMACION REFORZADA EN VIGOR" TO MOTIVO
           END-IF.
           CLOSE FSGOTP.
       FIN-MIRAVIGENTE.
           EXIT.

       ABREOTP SECTION.
       AOT.
           OPEN I-O FSGOTP.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGOTP
              OPEN OUTPUT FSGOTP
              CLOSE FSGOTP
              OPEN I-O FSGOTP
           END-IF.
           IF ERROR-1 NOT = "0"
              MOVE 9 TO RESULTADO
              MOVE "NO SE PUDO ABRIR FSGOTP" TO MOTIVO
           END-IF.
       FIN-ABREOTP.
           EXIT.

       BUSCACANAL SECTION.
       BCA.
           MOVE SPACES TO CANALUSU.
           MOVE "mnu/SG/FSGDUENO" TO NOMBREFSGDUENO.
           OPEN INPUT FSGDUENO.
           IF ERROR-1 NOT = "0"
              GO TO FIN-BUSCACANAL
           END-IF.
           MOVE "CANAL" TO CLA-TIPO.
           MOVE USUCODE TO CLA-OBJETO.
           READ FSGDUENO WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0"
              MOVE DUENO TO CANALUSU
           END-IF.
           CLOSE FSGDUENO.
       FIN-BUSCACANAL.
           EXIT.

       GENERACODIGO SECTION.
       GCO.
           MOVE SECRETO(1:16) TO SALSECRETO.
           MOVE SPACES TO MEZCLA.
           MOVE SECRETO(17:40) TO MEZCLA(1:40).
           MOVE FUNCTION CURRENT-DATE(1:16) TO MEZCLA(41:16).
           MOVE EMISIONES-COD TO MEZCLA(57:6).
           CALL "SRHASH" USING USUCODE MEZCLA HUELLAMEZCLA ESQUEMADOS
                SALSECRETO.
           DIVIDE HUELLAMEZCLA BY 1000000 GIVING COCIENTE
                  REMAINDER CODIGONUM.
           MOVE SPACES TO SECRETO.
           MOVE SPACES TO SALSECRETO.
           MOVE SPACES TO MEZCLA.
       FIN-GENERACODIGO.
           EXIT.

       ENVIACODIGO SECTION.
       ENC.
           OPEN EXTEND FOTPSAL.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREOTPSAL
              OPEN OUTPUT FOTPSAL
           END-IF.
           IF ERRORES NOT = "00"
              MOVE 9 TO RESULTADO
              MOVE "NO SE PUDO ESCRIBIR EL BUZON OTPSAL" TO MOTIVO
              GO TO FIN-ENVIACODIGO
           END-IF.
           MOVE HOY TO OS-FECHA.
           MOVE HORAHOY TO OS-HORA.
           MOVE CANALUSU TO OS-CANAL.
           MOVE USUCODE TO OS-USUARIO.
           MOVE CODIGONUM TO OS-CODIGO.
           MOVE MINUTOSCOD TO OS-MINUTOS.
           WRITE ROTPSAL.
           CLOSE FOTPSAL.
       FIN-ENVIACODIGO.
           EXIT.

       TRAZAOTP SECTION.
       TOT.
           MOVE "X" TO ABM.
           MOVE USUCODE TO REGISTRO(1:64).
           MOVE CANALUSU TO REGISTRO(129:64).
           CALL "SRUTRAZA" USING NOMBREFSGOTP ABM REGISTRO.
       FIN-TRAZAOTP.
           EXIT.
