       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRJIT.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACTIVACION A DEMANDA DE CONCESIONES ELEGIBLES
                      (ELEGIBLE = "S" EN FSGUR): LA CONCESION SALE EN
                      LOS LISTADOS PERO NO AUTORIZA HASTA QUE EL
                      USUARIO LA ACTIVA, Y SOLO MIENTRAS DURA LA
                      VENTANA GUARDADA EN FSGJIT. ACCION "S"
                      (SOLICITAR): EXIGE CONCESION ELEGIBLE Y ACTIVA Y
                      UN MOTIVO; LAS HORAS SE RECORTAN AL MAXIMO DEL
                      ROLE EN FSGPOL (MAX-HORAS-JIT; SIN POLITICA, LA
                      CLAVE JITHORAS DE FSGCFG, 8 POR DEFECTO). SI LA
                      POLITICA LLEVA APROB-JIT = "S" LA ACTIVACION
                      QUEDA EN LA COLA DE FSGPEND (FSGUR ACTIVAR) Y
                      LA APLICA EL APROBADOR CON LA ACCION "A"; SI NO,
                      SE ACTIVA AL MOMENTO. ACCION "D": DESACTIVA
                      ANTES DE TIEMPO. ACCION "V": DICE SI HAY
                      VENTANA EN VIGOR, PARA SRAUTORIZA. ACCION "X":
                      CIERRA LA VENTANA SI YA HA VENCIDO (ISGJIT CADA
                      NOCHE). ACTIVACIONES ("A"), VENCIMIENTOS ("X") Y
                      DESACTIVACIONES ("D") QUEDAN EN LA TRAZA DE
                      FSGJIT CON USUARIO, ROLE, HORAS Y MOTIVO.
                      RESULTADO: 0 BIEN (EN "V", EN VIGOR), 1 SIN
                      CONCESION ELEGIBLE ACTIVA (EN "V" Y "D", SIN
                      VENTANA), 2 FALTA EL MOTIVO, 3 PENDIENTE DE
                      APROBACION, 9 ERROR DE FICHERO; RAZONJIT LO
                      EXPLICA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGJIT-SEL".
           COPY "FSGUR-SEL".
           COPY "FSGPOL-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGJIT-FD".
           COPY "FSGUR-FD".
           COPY "FSGPOL-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 NOMBREFSGJIT                PIC X(256).
       01 NOMBREFSGUR                 PIC X(256).
       01 NOMBREFSGPOL                PIC X(256).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 HOY                         PIC 9(8).
       01 HORAHOY                     PIC 9(6).
       01 HORAPARTES REDEFINES HORAHOY.
          03 HH-HORA                  PIC 9(2).
          03 HH-MINUTO                PIC 9(2).
          03 HH-SEGUNDO               PIC 9(2).
       01 AHORASEG                    PIC 9(12).
       01 MAXHORAS                    PIC 9(3).
       01 APROBAR                     PIC X.
       01 SERVPEND                    PIC X(8) VALUE "FSGUR".
       01 OPERPEND                    PIC X(8) VALUE "ACTIVAR".
       01 REGPEND                     PIC X(192).
       01 PENDRES                     PIC 9.
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).

       LINKAGE SECTION.
       01 ACCIONJIT                   PIC X.
       01 USUJIT                      PIC X(64).
       01 ROLEJIT                     PIC X(64).
       01 HORASJIT                    PIC 9(3).
       01 MOTIVOJIT                   PIC X(64).
       01 RESULTADOJIT                PIC 9.
       01 RAZONJIT                    PIC X(40).

       PROCEDURE DIVISION USING ACCIONJIT USUJIT ROLEJIT HORASJIT
                 MOTIVOJIT RESULTADOJIT RAZONJIT.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADOJIT.
           MOVE SPACES TO RAZONJIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO HORAHOY.
           COMPUTE AHORASEG = FUNCTION INTEGER-OF-DATE(HOY) * 86400
                   + HH-HORA * 3600 + HH-MINUTO * 60 + HH-SEGUNDO.
           MOVE "mnu/SG/FSGJIT" TO NOMBREFSGJIT.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
           MOVE "mnu/SG/FSGPOL" TO NOMBREFSGPOL.
           EVALUATE ACCIONJIT
              WHEN "S" PERFORM SOLICITA
              WHEN "A" PERFORM ACTIVA
              WHEN "D" PERFORM DESACTIVA
              WHEN "V" PERFORM MIRAVENTANA
              WHEN "X" PERFORM VENCE
              WHEN OTHER
                 MOVE 9 TO RESULTADOJIT
                 MOVE "ACCION DESCONOCIDA" TO RAZONJIT
           END-EVALUATE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       SOLICITA SECTION.
       SOL.
           PERFORM MIRAGRANT.
           IF RESULTADOJIT NOT = 0
              GO TO FIN-SOLICITA
           END-IF.
           IF MOTIVOJIT = SPACES OR LOW-VALUES
              MOVE 2 TO RESULTADOJIT
              MOVE "LA ACTIVACION EXIGE MOTIVO" TO RAZONJIT
              GO TO FIN-SOLICITA
           END-IF.
           PERFORM LEEPOLITICA.
           IF HORASJIT NOT NUMERIC OR HORASJIT = 0 OR
              HORASJIT > MAXHORAS
              MOVE MAXHORAS TO HORASJIT
           END-IF.
           IF APROBAR = "S"
              MOVE SPACES TO REGPEND
              MOVE USUJIT TO REGPEND(1:64)
              MOVE ROLEJIT TO REGPEND(65:64)
              MOVE HORASJIT TO REGPEND(129:3)
              MOVE MOTIVOJIT(1:61) TO REGPEND(132:61)
              CALL "SRPENDIENTE" USING SERVPEND OPERPEND REGPEND
                   PENDRES
              IF PENDRES NOT = 0
                 MOVE 9 TO RESULTADOJIT
                 MOVE "NO SE PUDO ENCOLAR LA ACTIVACION" TO RAZONJIT
              ELSE
                 MOVE 3 TO RESULTADOJIT
                 MOVE "ACTIVACION PENDIENTE DE APROBACION"
                      TO RAZONJIT
              END-IF
              GO TO FIN-SOLICITA
           END-IF.
           PERFORM ACTIVA.
       FIN-SOLICITA.
           EXIT.

       ACTIVA SECTION.
       ACT.
           PERFORM MIRAGRANT.
           IF RESULTADOJIT NOT = 0
              GO TO FIN-ACTIVA
           END-IF.
           IF HORASJIT NOT NUMERIC OR HORASJIT = 0
              PERFORM LEEPOLITICA
              MOVE MAXHORAS TO HORASJIT
           END-IF.
           PERFORM ABREJIT.
           IF RESULTADOJIT NOT = 0
              GO TO FIN-ACTIVA
           END-IF.
           MOVE USUJIT TO CLA-USUARIO OF RSGJIT.
           MOVE ROLEJIT TO CLA-ROLE OF RSGJIT.
           READ FSGJIT INVALID KEY
                INITIALIZE RSGJIT
                MOVE USUJIT TO CLA-USUARIO OF RSGJIT
                MOVE ROLEJIT TO CLA-ROLE OF RSGJIT
           END-READ.
           IF ESTADO-JIT = "A" AND HASTA-SEG < AHORASEG
              MOVE "X" TO ABM
              PERFORM TRAZAJIT
           END-IF.
           MOVE "A" TO ESTADO-JIT.
           MOVE AHORASEG TO DESDE-SEG.
           COMPUTE HASTA-SEG = AHORASEG + HORASJIT * 3600.
           MOVE HORASJIT TO HORAS-JIT.
           MOVE MOTIVOJIT TO MOTIVO-JIT.
           MOVE USUARIO TO ACTIVADOPOR.
           WRITE RSGJIT INVALID KEY
                 REWRITE RSGJIT
                 END-REWRITE
           END-WRITE.
           IF ERROR-1 NOT = "0"
              MOVE 9 TO RESULTADOJIT
              MOVE "NO SE PUDO GRABAR FSGJIT" TO RAZONJIT
              CLOSE FSGJIT
              GO TO FIN-ACTIVA
           END-IF.
           CLOSE FSGJIT.
           MOVE "A" TO ABM.
           PERFORM TRAZAJIT.
           MOVE "CONCESION ACTIVADA" TO RAZONJIT.
       FIN-ACTIVA.
           EXIT.

       DESACTIVA SECTION.
       DES.
           PERFORM ABREJIT.
           IF RESULTADOJIT NOT = 0
              GO TO FIN-DESACTIVA
           END-IF.
           MOVE USUJIT TO CLA-USUARIO OF RSGJIT.
           MOVE ROLEJIT TO CLA-ROLE OF RSGJIT.
           READ FSGJIT INVALID KEY
                MOVE 1 TO RESULTADOJIT
                MOVE "SIN VENTANA ABIERTA" TO RAZONJIT
                CLOSE FSGJIT
                GO TO FIN-DESACTIVA.
           IF ESTADO-JIT NOT = "A"
              MOVE 1 TO RESULTADOJIT
              MOVE "SIN VENTANA ABIERTA" TO RAZONJIT
              CLOSE FSGJIT
              GO TO FIN-DESACTIVA
           END-IF.
           IF HASTA-SEG < AHORASEG
              MOVE "X" TO ABM
              MOVE "VENTANA YA VENCIDA" TO RAZONJIT
           ELSE
              MOVE "D" TO ABM
              MOVE "CONCESION DESACTIVADA" TO RAZONJIT
              MOVE AHORASEG TO HASTA-SEG
           END-IF.
           MOVE "C" TO ESTADO-JIT.
           REWRITE RSGJIT INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE FSGJIT.
           PERFORM TRAZAJIT.
       FIN-DESACTIVA.
           EXIT.

       VENCE SECTION.
       VEN.
           PERFORM ABREJIT.
           IF RESULTADOJIT NOT = 0
              GO TO FIN-VENCE
           END-IF.
           MOVE USUJIT TO CLA-USUARIO OF RSGJIT.
           MOVE ROLEJIT TO CLA-ROLE OF RSGJIT.
           READ FSGJIT INVALID KEY
                MOVE 1 TO RESULTADOJIT
                CLOSE FSGJIT
                GO TO FIN-VENCE.
           IF ESTADO-JIT NOT = "A" OR HASTA-SEG NOT < AHORASEG
              MOVE 1 TO RESULTADOJIT
              CLOSE FSGJIT
              GO TO FIN-VENCE
           END-IF.
           MOVE "C" TO ESTADO-JIT.
           REWRITE RSGJIT INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE FSGJIT.
           MOVE "X" TO ABM.
           PERFORM TRAZAJIT.
           MOVE "VENTANA VENCIDA" TO RAZONJIT.
       FIN-VENCE.
           EXIT.

       MIRAVENTANA SECTION.
       MVE.
           MOVE 1 TO RESULTADOJIT.
           MOVE "CONCESION ELEGIBLE SIN ACTIVAR" TO RAZONJIT.
           OPEN INPUT FSGJIT.
           IF ERROR-1 NOT = "0"
              GO TO FIN-MIRAVENTANA
           END-IF.
           MOVE USUJIT TO CLA-USUARIO OF RSGJIT.
           MOVE ROLEJIT TO CLA-ROLE OF RSGJIT.
           READ FSGJIT WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0" AND ESTADO-JIT = "A" AND
              HASTA-SEG NUMERIC AND HASTA-SEG NOT < AHORASEG
              MOVE 0 TO RESULTADOJIT
              MOVE "CONCESION ACTIVADA EN VIGOR" TO RAZONJIT
           END-IF.
           CLOSE FSGJIT.
       FIN-MIRAVENTANA.
           EXIT.

       MIRAGRANT SECTION.
       MGR.
           OPEN INPUT FSGUR.
           IF ERROR-1 NOT = "0"
              MOVE 9 TO RESULTADOJIT
              MOVE "NO SE PUDO ABRIR FSGUR" TO RAZONJIT
              GO TO FIN-MIRAGRANT
           END-IF.
           MOVE USUJIT TO CLA-USUARIO OF RSGUR.
           MOVE ROLEJIT TO CLA-ROLE OF RSGUR.
           READ FSGUR WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 NOT = "0" OR ACTIVO = "N" OR ELEGIBLE NOT = "S"
              MOVE 1 TO RESULTADOJIT
              MOVE "SIN CONCESION ELEGIBLE ACTIVA" TO RAZONJIT
           END-IF.
           CLOSE FSGUR.
       FIN-MIRAGRANT.
           EXIT.

       LEEPOLITICA SECTION.
       LPO.
           MOVE 8 TO MAXHORAS.
           MOVE "JITHORAS" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC AND
              VALORCFG(1:3) NOT = "000"
              MOVE VALORCFG(1:3) TO MAXHORAS
           END-IF.
           MOVE "N" TO APROBAR.
           OPEN INPUT FSGPOL.
           IF ERROR-1 NOT = "0"
              GO TO FIN-LEEPOLITICA
           END-IF.
           MOVE ROLEJIT TO CLA OF RSGPOL.
           READ FSGPOL WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0"
              IF MAX-HORAS-JIT NUMERIC AND MAX-HORAS-JIT > 0
                 MOVE MAX-HORAS-JIT TO MAXHORAS
              END-IF
              IF APROB-JIT = "S"
                 MOVE "S" TO APROBAR
              END-IF
           END-IF.
           CLOSE FSGPOL.
       FIN-LEEPOLITICA.
           EXIT.

       ABREJIT SECTION.
       AJI.
           OPEN I-O FSGJIT.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGJIT
              OPEN OUTPUT FSGJIT
              CLOSE FSGJIT
              OPEN I-O FSGJIT
           END-IF.
           IF ERROR-1 NOT = "0"
              MOVE 9 TO RESULTADOJIT
              MOVE "NO SE PUDO ABRIR FSGJIT" TO RAZONJIT
           END-IF.
       FIN-ABREJIT.
           EXIT.

       TRAZAJIT SECTION.
       TJI.
           MOVE SPACES TO REGISTRO.
           MOVE CLA-USUARIO OF RSGJIT TO REGISTRO(1:64).
           MOVE CLA-ROLE OF RSGJIT TO REGISTRO(65:64).
           MOVE HORAS-JIT TO REGISTRO(129:3).
           MOVE MOTIVO-JIT TO REGISTRO(132:64).
           MOVE DESDE-SEG TO REGISTRO(196:12).
           MOVE HASTA-SEG TO REGISTRO(208:12).
           CALL "SRUTRAZA" USING NOMBREFSGJIT ABM REGISTRO.
       FIN-TRAZAJIT.
           EXIT.
