       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGBLOQUEO.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      PETICION DE BLOQUEO MASIVO POR INCIDENTE ("B") O
                      DE SU LIBERACION ("L"), DESDE LOTE O DESDE LA
                      CONSOLA (SSGPEND, OPERACION BLOQUEO). EL ALCANCE
                      ES "D" DEPARTAMENTO, "E" ENTIDAD, "R" TITULARES
                      DE UN ROLE O "N" QUIEN ALCANZA EL SUBARBOL DE UN
                      NODO, CON UNA REFERENCIA DE CASO (VER SRBLOQUEO).
                      LA PETICION SE ENCOLA EN FSGPEND (SERVIDOR
                      FSGBLOQ, BLOQUEA O LIBERA) PARA APROBACION POR
                      CUATRO OJOS, SALVO QUE QUIEN LA PIDE TENGA UNA
                      CONCESION DE EMERGENCIA (FIRECALL) EN VIGOR EN
                      FSGUR: ENTONCES SE APLICA AL MOMENTO Y EL BLOQUEO
                      QUEDA CON VIA "F" PARA LA REVISION POSTERIOR.
                      RESULTADO 0 APLICADO, 4 ENCOLADO, Y SI NO LOS DE
                      SRBLOQUEO (1 CASO, 2 ERROR, 3 ALCANCE).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUR-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGUR-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 NOMBREFSGUR                 PIC X(256).
       01 SIGUE                       PIC 9.
       01 AHORA                       PIC 9(10).
       01 BAJOFIRECALL                PIC 9.
       01 VIABLOQ                     PIC X(1).
       01 SERVIDORPED                 PIC X(8) VALUE "FSGBLOQ".
       01 OPERPED                     PIC X(8).
       01 REGISTROPED                 PIC X(192).
       01 RESULTADOPED                PIC 9.

       LINKAGE SECTION.
       01 ACCION                      PIC X(1).
       01 CASOIN                      PIC X(16).
       01 TIPOIN                      PIC X(1).
       01 VALORIN                     PIC X(64).
       01 CONTADOR                    PIC 9(6).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING ACCION CASOIN TIPOIN VALORIN
                 CONTADOR RESULTADO.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO RESULTADO.
           MOVE 0 TO CONTADOR.
           MOVE FUNCTION CURRENT-DATE(1:10) TO AHORA.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
       PROCESOS.
           IF (ACCION NOT = "B" AND NOT = "L") OR
              CASOIN = SPACES OR LOW-VALUES
              MOVE 3 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           IF ACCION = "B" AND
              ((TIPOIN NOT = "D" AND NOT = "E" AND NOT = "R" AND
                NOT = "N") OR VALORIN = SPACES)
              MOVE 3 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM MIRAFIRECALL.
           IF BAJOFIRECALL = 1
              MOVE "F" TO VIABLOQ
              CALL "SRBLOQUEO" USING ACCION CASOIN TIPOIN VALORIN
                   VIABLOQ CONTADOR RESULTADO
              DISPLAY "ISGBLOQUEO BAJO FIRECALL ACCION=" ACCION
                      " CASO=" CASOIN " USUARIOS=" CONTADOR
                      " RESULTADO=" RESULTADO UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           IF ACCION = "B"
              MOVE "BLOQUEA" TO OPERPED
           ELSE
              MOVE "LIBERA" TO OPERPED
           END-IF.
           MOVE SPACES TO REGISTROPED.
           MOVE CASOIN TO REGISTROPED(1:16).
           MOVE TIPOIN TO REGISTROPED(17:1).
           MOVE VALORIN TO REGISTROPED(18:64).
           CALL "SRPENDIENTE" USING SERVIDORPED OPERPED REGISTROPED
                RESULTADOPED.
           IF RESULTADOPED = 0
              MOVE 4 TO RESULTADO
           ELSE
              MOVE 2 TO RESULTADO
           END-IF.
           DISPLAY "ISGBLOQUEO ENCOLADO ACCION=" ACCION
                   " CASO=" CASOIN " RESULTADO=" RESULTADO
                   UPON SYSOUT.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       MIRAFIRECALL SECTION.
       MFI.
           MOVE 0 TO BAJOFIRECALL.
           IF USUARIO = SPACES OR LOW-VALUES
              GO TO FIN-MIRAFIRECALL
           END-IF.
           OPEN INPUT FSGUR.
           IF ERROR-1 NOT = "0"
              GO TO FIN-MIRAFIRECALL
           END-IF.
           MOVE USUARIO TO CLA-USUARIO.
           MOVE LOW-VALUES TO CLA-ROLE.
           MOVE 1 TO SIGUE.
           START FSGUR KEY NOT < CLA OF RSGUR INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0 OR BAJOFIRECALL = 1
              READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CLA-USUARIO NOT = USUARIO
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1 AND EMERGENCIA = "S" AND ACTIVO = "S" AND
                 EMERG-EXPIRA NUMERIC AND EMERG-EXPIRA NOT < AHORA
                 MOVE 1 TO BAJOFIRECALL
              END-IF
           END-PERFORM.
           CLOSE FSGUR.
       FIN-MIRAFIRECALL.
           EXIT.
