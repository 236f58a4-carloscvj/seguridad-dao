       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SSGALERTA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      SERVIDOR DEL HISTORIAL DE ALERTAS DE
                      COMPORTAMIENTO FSGALERTA QUE LLENA ISGCOMPORTA:
                      LISTA DEVUELVE LAS ALERTAS DE UN USUARIO (O DE
                      TODOS CON USUARIO EN BLANCO), SOLO LAS DE UN
                      ESTADO SI SE DA (A ABIERTA, F FALSO POSITIVO, C
                      CERRADA). FALSO MARCA UNA ALERTA COMO FALSO
                      POSITIVO HASTA UNA FECHA (CERO PARA SIEMPRE) CON
                      SU MOTIVO, Y MIENTRAS DURE LA MARCA ESA ALERTA YA
                      NO SE AVISA AUNQUE VUELVA A SALTAR; CIERRA LA DA
                      POR REVISADA. TODO EXIGE EL GRUPO ADMIN DE FSGADM
                      Y NADIE MARCA NI CIERRA UNA ALERTA SOBRE SI MISMO
                      (SRALERTA, CON TRAZA). FALSO Y CIERRA CAMBIAN
                      FSGALERTA: EN VEDA DE ESE MAESTRO (SRCHKVEDA) SE
                      RECHAZAN CON 9 Y ERRORES F3 COMO EL ABM.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGALERTA-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGALERTA-FD".

       WORKING-STORAGE SECTION.

       01 ESCRIBIBLE  PIC X IS EXTERNAL.
       01 USUARIO  PIC X(15) IS EXTERNAL.
       01  ERRORES.
           03 ERROR-1        PIC X.
           03 ERROR-2        PIC X.
           03 ERROR-2N REDEFINES ERROR-2 PIC 9 COMP-X.

       01 NOMBREFSGALERTA             PIC X(256).
       01 ACCIONALE                   PIC X(1).
       01 USUALE                      PIC X(64).
       01 TIPOALE                     PIC X(8).
       01 VALORALE                    PIC X(64).
       01 SEVERIDADALE                PIC X(1) VALUE SPACE.
       01 DETALLEALE                  PIC X(64) VALUE SPACES.
       01 HASTAALE                    PIC 9(8).
       01 MOTIVOALE                   PIC X(40).
       01 ESTADOFILTRO                PIC X(1).
       01 RESULTADOALE                PIC 9.
       01 RAZONALE                    PIC X(40).
       01 RAZONPOL                    PIC X(40) VALUE SPACES.
       01 SIGUE                       PIC 9.
       01 LINEAALERTA                 PIC X(320).
       01 GRUPOADM                    PIC X(8) VALUE "ADMIN".
       01 ADMPERMITIDO                PIC 9.
       01 INVALIDKEY                  PIC 9.
       01 CERCADO                     PIC 9.
       01 LIMITADO                    PIC 9.
       01 ACCIONVEDA                  PIC X.
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).
       01 MAESTROVEDA                 PIC X(8).
       01 SERVIDORLIM                 PIC X(8)
          VALUE "FSGALERT".
       01 ORIGENLEC                   PIC X(12).
       01 RAZONTXT                    PIC X(40).
       01 SESLISTA                    PIC 9(8) VALUE 0.
       01 SESFALSO                    PIC 9(8) VALUE 0.
       01 SESCIERRA                   PIC 9(8) VALUE 0.
       01 ARRANCADO                   PIC 9.
       01 LONGI                       PIC 99999.
       01 PALPRUPARJ                  PIC X(255).
       01 OPERACION                   PIC X(128).
       01 VALORES                     PIC X(448).
       01 BUFERENT                    PIC X(448).
       01 ENTEXTO PIC X(192).

       01 SEPARADOR PIC XXX VALUE "|@|".

         PROCEDURE DIVISION.

       PROGRAMA SECTION.
       INICIALES.
           IF ARRANCADO NOT = 1
              MOVE 1 TO ARRANCADO
              MOVE "mnu/SG/FSGALERTA" TO NOMBREFSGALERTA
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
           MOVE SPACES TO MAESTROVEDA.
           IF OPERACION = "WRI" OR "REW" OR "DEL" OR "BULKWRI"
              MOVE SERVIDORLIM TO MAESTROVEDA
           END-IF.
           IF OPERACION = "FALSO" OR "CIERRA"
              MOVE SERVIDORLIM TO MAESTROVEDA
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
           EVALUATE OPERACION
              WHEN "LISTA" PERFORM LISTA
              WHEN "FALSO" PERFORM FALSO
              WHEN "CIERRA" PERFORM CIERRA
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

       LISTA SECTION.
       LIS.
           MOVE VALORES(1:64) TO USUALE.
           MOVE VALORES(65:1) TO ESTADOFILTRO.
           ADD 1 TO SESLISTA.
           DISPLAY "|INI-MUCHOS|" UPON SYSOUT.
           CALL "SRCHKADM" USING SERVIDORLIM GRUPOADM ADMPERMITIDO.
           IF ADMPERMITIDO = 0
              GO TO FIN-LISTA-MUCHOS
           END-IF.
           OPEN INPUT FSGALERTA.
           IF ERROR-1 NOT = "0"
              GO TO FIN-LISTA-MUCHOS
           END-IF.
           INITIALIZE RSGALERTA.
           MOVE USUALE TO CLA-USUARIO.
           MOVE LOW-VALUES TO CLA-TIPO.
           MOVE LOW-VALUES TO CLA-VALOR.
           MOVE 1 TO SIGUE.
           START FSGALERTA KEY NOT < CLA INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGALERTA NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND USUALE NOT = SPACES AND
                 CLA-USUARIO NOT = USUALE
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1 AND
                 (ESTADOFILTRO = SPACE OR ESTADOFILTRO = ESTADO-ALE)
                 PERFORM ESCRIBEALERTA
              END-IF
           END-PERFORM.
           CLOSE FSGALERTA.
       FIN-LISTA-MUCHOS.
           DISPLAY "|FIN-MUCHOS|" UPON SYSOUT.
       FIN-LISTA.

       ESCRIBEALERTA SECTION.
       ESA.
           MOVE SPACES TO LINEAALERTA.
           STRING CLA-USUARIO "|"
                  CLA-TIPO "|"
                  CLA-VALOR "|"
                  ESTADO-ALE "|"
                  SEVERIDAD-ALE "|"
                  PRIMERA-FECHA "|"
                  ULTIMA-FECHA "|"
                  VECES "|"
                  SUPRIMIDAS "|"
                  DETALLE-ALE "|"
                  MARCADO-POR "|"
                  MARCA-FECHA "|"
                  FP-HASTA "|"
                  MOTIVO-MARCA
                  DELIMITED BY SIZE
                  INTO LINEAALERTA
           END-STRING.
           MOVE 320 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING LINEAALERTA LONGI
           ELSE
              DISPLAY LINEAALERTA UPON SYSOUT
           END-IF.
       FIN-ESCRIBEALERTA.

       FALSO SECTION.
       FAL.
           MOVE "F" TO ACCIONALE.
           MOVE 0 TO HASTAALE.
           IF VALORES(137:8) NUMERIC
              MOVE VALORES(137:8) TO HASTAALE
           END-IF.
           MOVE VALORES(145:40) TO MOTIVOALE.
           PERFORM MARCAALERTA.
           IF RESULTADOALE = 0
              ADD 1 TO SESFALSO
           END-IF.
           PERFORM RESPONDE.
       FIN-FALSO.

       CIERRA SECTION.
       CIE.
           MOVE "C" TO ACCIONALE.
           MOVE 0 TO HASTAALE.
           MOVE VALORES(137:40) TO MOTIVOALE.
           PERFORM MARCAALERTA.
           IF RESULTADOALE = 0
              ADD 1 TO SESCIERRA
           END-IF.
           PERFORM RESPONDE.
       FIN-CIERRA.

       MARCAALERTA SECTION.
       MAL.
           MOVE SPACES TO RAZONALE.
           CALL "SRCHKADM" USING SERVIDORLIM GRUPOADM ADMPERMITIDO.
           IF ADMPERMITIDO = 0
              MOVE 9 TO RESULTADOALE
              MOVE "SIN PERMISO SOBRE ALERTAS" TO RAZONALE
              GO TO FIN-MARCAALERTA
           END-IF.
           MOVE VALORES(1:64) TO USUALE.
           MOVE VALORES(65:8) TO TIPOALE.
           MOVE VALORES(73:64) TO VALORALE.
           CALL "SRALERTA" USING ACCIONALE USUALE TIPOALE VALORALE
                SEVERIDADALE DETALLEALE HASTAALE MOTIVOALE
                RESULTADOALE.
           EVALUATE RESULTADOALE
              WHEN 1 MOVE "ALERTA NO EXISTE" TO RAZONALE
              WHEN 8 MOVE "ALERTA SOBRE EL PROPIO USUARIO" TO RAZONALE
           END-EVALUATE.
       FIN-MARCAALERTA.

       RESPONDE SECTION.
       RSP.
           EVALUATE RESULTADOALE
              WHEN 0 MOVE "00" TO ERRORES
                     MOVE 0 TO INVALIDKEY
              WHEN 1 MOVE "23" TO ERRORES
                     MOVE 1 TO INVALIDKEY
              WHEN 8 MOVE "30" TO ERRORES
                     MOVE 8 TO INVALIDKEY
              WHEN 9 MOVE "30" TO ERRORES
                     MOVE 9 TO INVALIDKEY
              WHEN OTHER MOVE "30" TO ERRORES
                     MOVE 1 TO INVALIDKEY
           END-EVALUATE.
           MOVE RAZONALE TO RAZONPOL.
           MOVE 1 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.
       FIN-RESPONDE.

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
           STRING "SSGALERTA|LISTA:USUARIO(64)ESTADO(1)"
                  "|FALSO:USUARIO(64)TIPO(8)VALOR(64)HASTA(8)"
                  "MOTIVO(40)"
                  "|CIERRA:USUARIO(64)TIPO(8)VALOR(64)MOTIVO(40)"
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
           STRING "HEALTH|LISTAS=" SESLISTA
                  "|FALSOS=" SESFALSO
                  "|CIERRES=" SESCIERRA
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
           DISPLAY "RESUMEN SESION SSGALERTA"
                   " LISTAS=" SESLISTA
                   " FALSOS=" SESFALSO
                   " CIERRES=" SESCIERRA UPON SYSOUT.
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
           IF RAZONPOL NOT = SPACES
              MOVE RAZONPOL TO RAZONTXT
              MOVE SPACES TO RAZONPOL
           ELSE
              CALL "SRRAZON" USING ERRORES RAZONTXT
           END-IF.
           MOVE 40 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING RAZONTXT LONGI
           ELSE
              DISPLAY RAZONTXT UPON SYSOUT
           END-IF.
