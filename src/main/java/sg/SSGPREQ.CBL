       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SSGPREQ.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      SERVIDOR DE LOS REQUISITOS DE FORMACION POR
                      ROLE FSGPREQ: ALTA Y BAJA ENLAZAN O DESENLAZAN
                      UN ROLE Y UN CODIGO DE CURSO DEL SISTEMA DE
                      FORMACION Y EXIGEN EL GRUPO FORMA DE FSGADM
                      (SRPREQGRABA, CON TRAZA). CONSULTA DICE SI UN
                      USUARIO CUMPLE LOS REQUISITOS DE UN ROLE Y, SI
                      NO, QUE CURSO FALTA O HA CADUCADO (SRCHKPREQ).
                      LOS CURSOS COMPLETADOS LOS CARGA ISGCURSO. ALTA Y
                      BAJA CAMBIAN FSGPREQ: EN VEDA DE FSGPREQ
                      (SRCHKVEDA) SE RECHAZAN CON 9 Y ERRORES F3 COMO EL
                      ABM.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 ESCRIBIBLE  PIC X IS EXTERNAL.
       01 USUARIO  PIC X(15) IS EXTERNAL.
       01  ERRORES.
           03 ERROR-1        PIC X.
           03 ERROR-2        PIC X.
           03 ERROR-2N REDEFINES ERROR-2 PIC 9 COMP-X.

       01 ACCIONREQ                   PIC X(1).
       01 ROLEREQ                     PIC X(64).
       01 CURSOREQ                    PIC X(16).
       01 USUREQ                      PIC X(64).
       01 RESULTADOREQ                PIC 9.
       01 RAZONREQ                    PIC X(40).
       01 RAZONPOL                    PIC X(40) VALUE SPACES.
       01 GRUPOADM                    PIC X(8) VALUE "FORMA".
       01 ADMPERMITIDO                PIC 9.
       01 INVALIDKEY                  PIC 9.
       01 CERCADO                     PIC 9.
       01 LIMITADO                    PIC 9.
       01 ACCIONVEDA                  PIC X.
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).
       01 MAESTROVEDA                 PIC X(8).
       01 SERVIDORLIM                 PIC X(8)
          VALUE "FSGPREQ".
       01 ORIGENLEC                   PIC X(12).
       01 RAZONTXT                    PIC X(40).
       01 SESALTA                     PIC 9(8) VALUE 0.
       01 SESBAJA                     PIC 9(8) VALUE 0.
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
           MOVE SPACES TO MAESTROVEDA.
           IF OPERACION = "WRI" OR "REW" OR "DEL" OR "BULKWRI"
              MOVE SERVIDORLIM TO MAESTROVEDA
           END-IF.
           IF OPERACION = "ALTA" OR "BAJA"
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
              WHEN "ALTA" PERFORM ALTAREQ
              WHEN "BAJA" PERFORM BAJAREQ
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

       ALTAREQ SECTION.
       ALR.
           MOVE "A" TO ACCIONREQ.
           PERFORM GRABAREQ.
           IF RESULTADOREQ = 0
              ADD 1 TO SESALTA
           END-IF.
           PERFORM RESPONDE.
       FIN-ALTAREQ.

       BAJAREQ SECTION.
       BJR.
           MOVE "B" TO ACCIONREQ.
           PERFORM GRABAREQ.
           IF RESULTADOREQ = 0
              ADD 1 TO SESBAJA
           END-IF.
           PERFORM RESPONDE.
       FIN-BAJAREQ.

       GRABAREQ SECTION.
       GRQ.
           MOVE SPACES TO RAZONREQ.
           CALL "SRCHKADM" USING SERVIDORLIM GRUPOADM ADMPERMITIDO.
           IF ADMPERMITIDO = 0
              MOVE 8 TO RESULTADOREQ
              MOVE "SIN PERMISO SOBRE REQUISITOS" TO RAZONREQ
              GO TO FIN-GRABAREQ
           END-IF.
           MOVE VALORES(1:64) TO ROLEREQ.
           MOVE VALORES(65:16) TO CURSOREQ.
           CALL "SRPREQGRABA" USING ACCIONREQ ROLEREQ CURSOREQ
                RESULTADOREQ.
           EVALUATE RESULTADOREQ
              WHEN 1
                 IF ACCIONREQ = "A"
                    MOVE "REQUISITO YA EXISTE" TO RAZONREQ
                 ELSE
                    MOVE "REQUISITO NO EXISTE" TO RAZONREQ
                 END-IF
              WHEN 3 MOVE "ROLE NO EXISTE" TO RAZONREQ
           END-EVALUATE.
       FIN-GRABAREQ.

       RESPONDE SECTION.
       RSP.
           EVALUATE RESULTADOREQ
              WHEN 0 MOVE "00" TO ERRORES
                     MOVE 0 TO INVALIDKEY
              WHEN 1 MOVE "22" TO ERRORES
                     MOVE 1 TO INVALIDKEY
              WHEN 8 MOVE "30" TO ERRORES
                     MOVE 8 TO INVALIDKEY
              WHEN OTHER MOVE "30" TO ERRORES
                     MOVE 1 TO INVALIDKEY
           END-EVALUATE.
           MOVE RAZONREQ TO RAZONPOL.
           MOVE 1 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.
       FIN-RESPONDE.

       CONSULTA SECTION.
       CON.
           MOVE VALORES(1:64) TO USUREQ.
           MOVE VALORES(65:64) TO ROLEREQ.
           CALL "SRCHKPREQ" USING USUREQ ROLEREQ RESULTADOREQ
                CURSOREQ RAZONREQ.
           ADD 1 TO SESCONSULTA.
           MOVE SPACES TO ENTEXTO.
           STRING RESULTADOREQ "|" CURSOREQ "|" RAZONREQ
                  DELIMITED BY SIZE
                  INTO ENTEXTO
           END-STRING.
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
           STRING "SSGPREQ|ALTA:ROLE(64)CURSO(16)"
                  "|BAJA:ROLE(64)CURSO(16)"
                  "|CONSULTA:USUARIO(64)ROLE(64)"
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
           STRING "HEALTH|ALTAS=" SESALTA
                  "|BAJAS=" SESBAJA
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
           DISPLAY "RESUMEN SESION SSGPREQ"
                   " ALTAS=" SESALTA
                   " BAJAS=" SESBAJA
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
