       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SSGAUP.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      SERVIDOR DE LAS VERSIONES DE LA POLITICA DE USO
                      ACEPTABLE FSGAUP: PUBLICAR DA DE ALTA UNA
                      VERSION NUEVA CON SU FECHA DE ENTRADA EN VIGOR
                      (CERO, HOY), SUS DIAS DE GRACIA (CERO, LA CLAVE
                      AUPGRACIA DE FSGCFG) Y SU TITULO, Y EXIGE EL
                      GRUPO PUBLICA DE FSGADM; LAS VERSIONES NO SE
                      MODIFICAN. CONSULTA DEVUELVE EL ESTADO DE UN
                      USUARIO FRENTE A LA VERSION VIGENTE. LAS
                      ACEPTACIONES LAS APUNTA EL PROPIO USUARIO CON
                      ACEPTAAUP DE SSGUSU (SRAUP). PUBLICAR CAMBIA
                      FSGAUP: EN VEDA DE FSGAUP (SRCHKVEDA) SE RECHAZA
                      CON 9 Y ERRORES F3 COMO EL ABM.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 ESCRIBIBLE  PIC X IS EXTERNAL.
       01 USUARIO  PIC X(15) IS EXTERNAL.
       01  ERRORES.
           03 ERROR-1        PIC X.
           03 ERROR-2        PIC X.
           03 ERROR-2N REDEFINES ERROR-2 PIC 9 COMP-X.

       01 ACCIONAUP                   PIC X(1).
       01 USUAUP                      PIC X(64).
       01 VERSIONAUP                  PIC X(16).
       01 FECHAAUP                    PIC 9(8).
       01 GRACIAAUP                   PIC 9(3).
       01 TITULOAUP                   PIC X(64).
       01 RESULTADOAUP                PIC 9.
       01 RAZONAUP                    PIC X(40).
       01 RAZONPOL                    PIC X(40) VALUE SPACES.
       01 GRUPOADM                    PIC X(8) VALUE "PUBLICA".
       01 ADMPERMITIDO                PIC 9.
       01 INVALIDKEY                  PIC 9.
       01 CERCADO                     PIC 9.
       01 LIMITADO                    PIC 9.
       01 ACCIONVEDA                  PIC X.
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).
       01 MAESTROVEDA                 PIC X(8).
       01 SERVIDORLIM                 PIC X(8)
          VALUE "FSGAUP".
       01 ORIGENLEC                   PIC X(12).
       01 RAZONTXT                    PIC X(40).
       01 SESPUBLICA                  PIC 9(8) VALUE 0.
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
           IF OPERACION = "PUBLICAR"
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
              WHEN "PUBLICAR" PERFORM PUBLICAR
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

       PUBLICAR SECTION.
       PBL.
           CALL "SRCHKADM" USING SERVIDORLIM GRUPOADM ADMPERMITIDO.
           IF ADMPERMITIDO = 0
              MOVE 8 TO RESULTADOAUP
              MOVE "SIN PERMISO PARA PUBLICAR" TO RAZONAUP
              PERFORM RESPONDE
              GO TO FIN-PUBLICAR
           END-IF.
           MOVE "P" TO ACCIONAUP.
           MOVE SPACES TO USUAUP.
           MOVE VALORES(1:16) TO VERSIONAUP.
           MOVE 0 TO FECHAAUP GRACIAAUP.
           IF VALORES(17:8) NUMERIC
              MOVE VALORES(17:8) TO FECHAAUP
           END-IF.
           IF VALORES(25:3) NUMERIC
              MOVE VALORES(25:3) TO GRACIAAUP
           END-IF.
           MOVE VALORES(28:64) TO TITULOAUP.
           CALL "SRAUP" USING ACCIONAUP USUAUP VERSIONAUP FECHAAUP
                GRACIAAUP TITULOAUP RESULTADOAUP RAZONAUP.
           IF RESULTADOAUP = 0
              ADD 1 TO SESPUBLICA
           END-IF.
           PERFORM RESPONDE.
       FIN-PUBLICAR.

       RESPONDE SECTION.
       RSP.
           EVALUATE RESULTADOAUP
              WHEN 0 MOVE "00" TO ERRORES
                     MOVE 0 TO INVALIDKEY
              WHEN 1 MOVE "22" TO ERRORES
                     MOVE 1 TO INVALIDKEY
              WHEN 8 MOVE "30" TO ERRORES
                     MOVE 8 TO INVALIDKEY
              WHEN OTHER MOVE "30" TO ERRORES
                     MOVE 1 TO INVALIDKEY
           END-EVALUATE.
           MOVE RAZONAUP TO RAZONPOL.
           MOVE 1 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.
       FIN-RESPONDE.

       CONSULTA SECTION.
       CON.
           MOVE "V" TO ACCIONAUP.
           MOVE VALORES(1:64) TO USUAUP.
           MOVE SPACES TO VERSIONAUP TITULOAUP.
           MOVE 0 TO FECHAAUP GRACIAAUP.
           CALL "SRAUP" USING ACCIONAUP USUAUP VERSIONAUP FECHAAUP
                GRACIAAUP TITULOAUP RESULTADOAUP RAZONAUP.
           ADD 1 TO SESCONSULTA.
           MOVE SPACES TO ENTEXTO.
           STRING RESULTADOAUP "|" VERSIONAUP "|" FECHAAUP "|"
                  RAZONAUP
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
           STRING "SSGAUP|PUBLICAR:VERSION(16)VIGOR(8)GRACIA(3)"
                  "TITULO(64)|CONSULTA:USUARIO(64)"
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
           STRING "HEALTH|PUBLICACIONES=" SESPUBLICA
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
           DISPLAY "RESUMEN SESION SSGAUP"
                   " PUBLICACIONES=" SESPUBLICA
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
