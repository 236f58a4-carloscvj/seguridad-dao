       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SSGESTR.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      SERVIDOR DE FSGESTR (COLA DE CAMBIOS
                      ESTRUCTURALES PROGRAMADOS SOBRE FSGNODO, FSGNR
                      Y FSGRC): PROGRAMAR ENCOLA UNA IMAGEN DE
                      REGISTRO CON SU CODIGO ABM Y SU FECHA DE VIGOR
                      (SRESTRENCOLA, QUE YA RECHAZA LOS CICLOS);
                      ANULAR RETIRA UN CAMBIO AUN PENDIENTE; COLA
                      LISTA LOS PENDIENTES EN ORDEN DE FECHA DE
                      VIGOR. LA APLICACION LA HACE ISGESTRUCT EN LA
                      CADENA NOCTURNA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGESTR-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGESTR-FD".

       WORKING-STORAGE SECTION.

       01 ESCRIBIBLE  PIC X IS EXTERNAL.
       01 USUARIO  PIC X(15) IS EXTERNAL.
       01 ABM      PIC X.
       01 REGISTRO PIC X(16384).
       01  ERRORES.
           03 ERROR-1        PIC X.
           03 ERROR-2        PIC X.
           03 ERROR-2N REDEFINES ERROR-2 PIC 9 COMP-X.

       01 NOMBREFSGESTR               PIC X(256).
       01 SERVIDORPRG                 PIC X(8).
       01 ABMPRG                      PIC X(1).
       01 VIGORPRG                    PIC 9(8).
       01 REGISTROPRG                 PIC X(192).
       01 RESULTADO                   PIC 9.
       01 INVALIDKEY                  PIC 9.
       01 CERCADO                     PIC 9.
       01 LIMITADO                    PIC 9.
       01 ACCIONVEDA                  PIC X.
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).
       01 SERVIDORLIM                 PIC X(8)
          VALUE "FSGESTR".
       01 ORIGENLEC                   PIC X(12).
       01 RAZONTXT                    PIC X(40).
       01 SESPROGRAMA                 PIC 9(8) VALUE 0.
       01 SESANULA                    PIC 9(8) VALUE 0.
       01 ARRANCADO                   PIC 9.
       01 LONGI                       PIC 99999.
       01 PALPRUPARJ                  PIC X(255).
       01 OPERACION                   PIC X(128).
       01 VALORES                     PIC X(448).
       01 BUFERENT                    PIC X(448).
       01 ENTEXTO PIC X(192).
       01 LINEACOLA                   PIC X(320).

       01 GRUPOADM                     PIC X(8)
          VALUE "ADMIN".
       01 SERVADM                      PIC X(8)
          VALUE "FSGESTR".
       01 ADMPERMITIDO                 PIC 9.
       01 SEPARADOR PIC XXX VALUE "|@|".

         PROCEDURE DIVISION.

       PROGRAMA SECTION.
       INICIALES.
           IF ARRANCADO NOT = 1
              MOVE 1 TO ARRANCADO
              MOVE "mnu/SG/FSGESTR" TO NOMBREFSGESTR
              MOVE "00" TO ERRORES
              INITIALIZE INVALIDKEY
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
              WHEN "PROGRAMAR" PERFORM PROGRAMAR
              WHEN "ANULAR" PERFORM ANULAR
              WHEN "COLA" PERFORM COLA
              WHEN "GER"  PERFORM GETERRORES
              WHEN "GETRAZON" PERFORM GETRAZON
              WHEN "PIN" PERFORM PING
              WHEN "META" PERFORM METADATA
              WHEN "HLT" PERFORM HEALTHCHECK
              WHEN "STP" PERFORM TERMINA
           END-EVALUATE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       PROGRAMAR SECTION.
       PRG.
           MOVE 0 TO INVALIDKEY.
           PERFORM CHEQUEAADM.
           IF ADMPERMITIDO = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-PROGRAMAR
           END-IF.
           MOVE VALORES(1:8) TO SERVIDORPRG.
           MOVE VALORES(9:1) TO ABMPRG.
           MOVE 0 TO VIGORPRG.
           IF VALORES(10:8) NUMERIC
              MOVE VALORES(10:8) TO VIGORPRG
           END-IF.
           MOVE VALORES(18:192) TO REGISTROPRG.
           CALL "SRESTRENCOLA" USING SERVIDORPRG ABMPRG VIGORPRG
                REGISTROPRG RESULTADO.
           EVALUATE RESULTADO
              WHEN 0 MOVE "00" TO ERRORES
                     ADD 1 TO SESPROGRAMA
              WHEN 3 MOVE 6 TO INVALIDKEY
              WHEN 2 MOVE 2 TO INVALIDKEY
              WHEN OTHER MOVE 1 TO INVALIDKEY
           END-EVALUATE.
       FIN-PROGRAMAR.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.

       ANULAR SECTION.
       ANU.
           MOVE 0 TO INVALIDKEY.
           PERFORM CHEQUEAADM.
           IF ADMPERMITIDO = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-ANULAR
           END-IF.
           OPEN I-O FSGESTR.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO INVALIDKEY
              GO TO FIN-ANULAR
           END-IF.
           MOVE VALORES(1:26) TO CLA.
           READ FSGESTR INVALID KEY
                MOVE 1 TO INVALIDKEY
                GO TO CIERRA-ANULAR.
           IF ESTADO-EST NOT = "P"
              MOVE 3 TO INVALIDKEY
              GO TO CIERRA-ANULAR
           END-IF.
           MOVE "C" TO ESTADO-EST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO APLICADO-FECHA.
           MOVE SPACES TO MOTIVO-EST.
           STRING "ANULADO POR " USUARIO
                  DELIMITED BY SIZE
                  INTO MOTIVO-EST
           END-STRING.
           REWRITE RSGESTR INVALID KEY
                   MOVE 2 TO INVALIDKEY
                   GO TO CIERRA-ANULAR.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO INVALIDKEY
              GO TO CIERRA-ANULAR
           END-IF.
           ADD 1 TO SESANULA.
           MOVE "M" TO ABM.
           MOVE RSGESTR TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGESTR ABM REGISTRO.
       CIERRA-ANULAR.
           CLOSE FSGESTR.
       FIN-ANULAR.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.

       COLA SECTION.
       CLS.
           DISPLAY "|INI-MUCHOS|" UPON SYSOUT.
           OPEN INPUT FSGESTR.
           IF ERROR-1 NOT = "0"
              GO TO FIN-COLA
           END-IF.
       LEE-COLA.
           READ FSGESTR NEXT RECORD WITH IGNORE LOCK
                AT END GO TO CIERRA-COLA.
           IF ESTADO-EST NOT = "P"
              GO TO LEE-COLA
           END-IF.
           MOVE RSGESTR TO LINEACOLA.
           MOVE 320 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING LINEACOLA LONGI
           ELSE
              DISPLAY LINEACOLA UPON SYSOUT
           END-IF.
           GO TO LEE-COLA.
       CIERRA-COLA.
           CLOSE FSGESTR.
       FIN-COLA.
           DISPLAY "|FIN-MUCHOS|" UPON SYSOUT.

       CHEQUEAADM SECTION.
       CHA.
           MOVE 1 TO ADMPERMITIDO.
           CALL "SRCHKADM" USING SERVADM GRUPOADM
                ADMPERMITIDO.
           IF ADMPERMITIDO = 0
              MOVE "X" TO ABM
              MOVE SPACES TO REGISTRO
              MOVE OPERACION TO REGISTRO(1:128)
              CALL "SRUTRAZA" USING NOMBREFSGESTR ABM
                   REGISTRO
           END-IF.
       FIN-CHEQUEAADM.
           EXIT.

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
           STRING "SSGESTR|PROGRAMAR:SERVIDOR(8)ABM(1)VIGOR(8)"
                  "REGISTRO(192)|ANULAR:CLA(26)|COLA:320 POR FILA"
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
           STRING "HEALTH|PROGRAMADOS=" SESPROGRAMA
                  "|ANULADOS=" SESANULA
                  "|ERRORES=" ERRORES
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

       TERMINA SECTION.
       TERMI.
           DISPLAY "RESUMEN SESION SSGESTR"
                   " PROGRAMADOS=" SESPROGRAMA
                   " ANULADOS=" SESANULA UPON SYSOUT.
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
