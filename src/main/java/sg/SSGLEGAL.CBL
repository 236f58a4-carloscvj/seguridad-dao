       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SSGLEGAL.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      SERVIDOR DEL REGISTRO DE RETENCIONES LEGALES
                      FSGLEGAL: RETENER PONE UNA RETENCION SOBRE UN
                      USUARIO (U), UN ROLE (R), UN NODO (N) O UN
                      RANGO DE FECHAS (F) CON SU CASO Y SU FECHA DE
                      LIBERACION PREVISTA; LIBERAR LA LEVANTA DEJANDO
                      TRAZA; CONSULTA DICE SI UN OBJETO EN UNA FECHA
                      ESTA RETENIDO Y POR QUE CASO (SRLEGALGRABA,
                      SRCHKLEGAL). LA PURGA, EL ARCHIVADO, LA
                      ROTACION DE TRAZAS Y LA RETENCION DEL CARRETE
                      RESPETAN ESTAS RETENCIONES.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 ESCRIBIBLE  PIC X IS EXTERNAL.
       01 USUARIO  PIC X(15) IS EXTERNAL.
       01  ERRORES.
           03 ERROR-1        PIC X.
           03 ERROR-2        PIC X.
           03 ERROR-2N REDEFINES ERROR-2 PIC 9 COMP-X.

       01 ACCIONLEG                   PIC X(1).
       01 TIPOLEG                     PIC X(1).
       01 OBJETOLEG                   PIC X(64).
       01 CASOLEG                     PIC X(16).
       01 DESDELEG                    PIC 9(8).
       01 HASTALEG                    PIC 9(8).
       01 LIBERALEG                   PIC 9(8).
       01 MOTIVOLEG                   PIC X(40).
       01 FECHALEG                    PIC 9(8).
       01 RETENIDO                    PIC 9.
       01 RESULTADO                   PIC 9.
       01 INVALIDKEY                  PIC 9.
       01 CERCADO                     PIC 9.
       01 LIMITADO                    PIC 9.
       01 ACCIONVEDA                  PIC X.
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).
       01 SERVIDORLIM                 PIC X(8)
          VALUE "FSGLEGAL".
       01 ORIGENLEC                   PIC X(12).
       01 RAZONTXT                    PIC X(40).
       01 SESRETIENE                  PIC 9(8) VALUE 0.
       01 SESLIBERA                   PIC 9(8) VALUE 0.
       01 SESCONSULTA                 PIC 9(8) VALUE 0.
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
              WHEN "RETENER" PERFORM RETENER
              WHEN "LIBERAR" PERFORM LIBERAR
              WHEN "CONSULTA" PERFORM CONSULTA
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

       RETENER SECTION.
       RTN.
           MOVE "R" TO ACCIONLEG.
           MOVE VALORES(1:1) TO TIPOLEG.
           MOVE VALORES(2:64) TO OBJETOLEG.
           MOVE VALORES(66:16) TO CASOLEG.
           MOVE 0 TO DESDELEG HASTALEG LIBERALEG.
           IF VALORES(82:8) NUMERIC
              MOVE VALORES(82:8) TO DESDELEG
           END-IF.
           IF VALORES(90:8) NUMERIC
              MOVE VALORES(90:8) TO HASTALEG
           END-IF.
           IF VALORES(98:8) NUMERIC
              MOVE VALORES(98:8) TO LIBERALEG
           END-IF.
           MOVE VALORES(106:40) TO MOTIVOLEG.
           CALL "SRLEGALGRABA" USING ACCIONLEG TIPOLEG OBJETOLEG
                CASOLEG DESDELEG HASTALEG LIBERALEG MOTIVOLEG
                RESULTADO.
           IF RESULTADO = 0
              ADD 1 TO SESRETIENE
           END-IF.
           PERFORM RESPONDE.
       FIN-RETENER.

       LIBERAR SECTION.
       LBR.
           MOVE "L" TO ACCIONLEG.
           MOVE VALORES(1:1) TO TIPOLEG.
           MOVE VALORES(2:64) TO OBJETOLEG.
           MOVE VALORES(66:16) TO CASOLEG.
           MOVE 0 TO DESDELEG HASTALEG LIBERALEG.
           MOVE VALORES(82:40) TO MOTIVOLEG.
           CALL "SRLEGALGRABA" USING ACCIONLEG TIPOLEG OBJETOLEG
                CASOLEG DESDELEG HASTALEG LIBERALEG MOTIVOLEG
                RESULTADO.
           IF RESULTADO = 0
              ADD 1 TO SESLIBERA
           END-IF.
           PERFORM RESPONDE.
       FIN-LIBERAR.

       RESPONDE SECTION.
       RSP.
           EVALUATE RESULTADO
              WHEN 0 MOVE "00" TO ERRORES
                     MOVE 0 TO INVALIDKEY
              WHEN 1 MOVE "23" TO ERRORES
                     MOVE 1 TO INVALIDKEY
              WHEN 3 MOVE "22" TO ERRORES
                     MOVE 1 TO INVALIDKEY
              WHEN OTHER MOVE "30" TO ERRORES
                     MOVE 1 TO INVALIDKEY
           END-EVALUATE.
           MOVE 1 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.
       FIN-RESPONDE.

       CONSULTA SECTION.
       CON.
           MOVE VALORES(1:1) TO TIPOLEG.
           MOVE VALORES(2:64) TO OBJETOLEG.
           MOVE 0 TO FECHALEG.
           IF VALORES(66:8) NUMERIC
              MOVE VALORES(66:8) TO FECHALEG
           END-IF.
           CALL "SRCHKLEGAL" USING TIPOLEG OBJETOLEG FECHALEG
                RETENIDO CASOLEG.
           ADD 1 TO SESCONSULTA.
           MOVE SPACES TO ENTEXTO.
           IF RETENIDO = 1
              STRING "S|" CASOLEG
                     DELIMITED BY SIZE
                     INTO ENTEXTO
              END-STRING
           ELSE
              MOVE "N|" TO ENTEXTO
           END-IF.
           MOVE 192 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING ENTEXTO LONGI
           ELSE
              DISPLAY ENTEXTO UPON SYSOUT
           END-IF.
       FIN-CONSULTA.

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
           STRING "SSGLEGAL|RETENER:TIPO(1)OBJETO(64)CASO(16)"
                  "DESDE(8)HASTA(8)LIBERA(8)MOTIVO(40)|"
                  "LIBERAR:TIPO(1)OBJETO(64)CASO(16)MOTIVO(40)|"
                  "CONSULTA:TIPO(1)OBJETO(64)FECHA(8)"
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
           STRING "HEALTH|RETENCIONES=" SESRETIENE
                  "|LIBERACIONES=" SESLIBERA
                  "|CONSULTAS=" SESCONSULTA
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
           DISPLAY "RESUMEN SESION SSGLEGAL"
                   " RETENCIONES=" SESRETIENE
                   " LIBERACIONES=" SESLIBERA
                   " CONSULTAS=" SESCONSULTA UPON SYSOUT.
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
