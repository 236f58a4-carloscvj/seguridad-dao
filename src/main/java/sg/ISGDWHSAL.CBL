       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGDWHSAL.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DESCARGA UNA DIMENSION DEL HISTORICO FSGDWH (TIPO
                      "U", "R", "N" O "F") AL FICHERO PLANO PEDIDO DE
                      mnu/SG PARA EL ALMACEN: UNA LINEA POR VERSION CON
                      LA CLAVE DE NEGOCIO, VALIDO DESDE (FECHA Y HORA),
                      VALIDO HASTA (99991231 LA VIGENTE), INDICADOR DE
                      VERSION ACTUAL, ORIGEN ("S" SIEMBRA, "T" TRAZA,
                      "D" DERIVADA) Y LOS ATRIBUTOS. LOS PRIMEROS 256
                      OCTETOS DE CADA LINEA PASAN POR EL PERFIL DE
                      ENMASCARADO DE FSGMASK (SRMASCARA, CON EL NOMBRE
                      DEL FICHERO COMO MAESTRO), COMO EN ISGEXPMASK,
                      SALVO CON EL PERFIL "COMPLETO". EL FICHERO SALE
                      CON SU MANIFIESTO DE CONTROL (SRMANIF).
                      RESULTADO 0 BIEN, 2 ERROR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGDWH-SEL".

           SELECT FSAL
                  ASSIGN TO RANDOM NOMBRESAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGDWH-FD".

       FD  FSAL
           DATA RECORD IS RSAL.
       01  RSAL.
           03 SA-CLAVE PIC X(64).
           03 SA-DESDE PIC 9(8).
           03 SA-DESDE-HORA PIC 9(6).
           03 SA-HASTA PIC 9(8).
           03 SA-HASTA-HORA PIC 9(6).
           03 SA-ACTUAL PIC X(1).
           03 SA-ORIGEN PIC X(1).
           03 SA-IMAGEN PIC X(400).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGDWH                PIC X(256)
          VALUE "mnu/SG/FSGDWH".
       01 NOMBRESAL                   PIC X(256).
       01 SIGUE                       PIC 9.
       01 IMAGEN                      PIC X(256).
       01 ACCIONMAN                   PIC X.
       01 PROGRAMAMAN                 PIC X(12) VALUE "ISGDWH".
       01 RESULTADOMAN                PIC 9.
       01 MOTIVOMAN                   PIC X(40).

       LINKAGE SECTION.
       01 TIPOIN                      PIC X(1).
       01 FICHEROIN                   PIC X(8).
       01 PERFILIN                    PIC X(8).
       01 CONTADOR                    PIC 9(8).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING TIPOIN FICHEROIN PERFILIN CONTADOR
                 RESULTADO.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADOR.
           MOVE 0 TO RESULTADO.
           MOVE SPACES TO NOMBRESAL.
           STRING "mnu/SG/" FICHEROIN
                  DELIMITED BY " "
                  INTO NOMBRESAL
           END-STRING.
       PROCESOS.
           OPEN INPUT FSGDWH.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGDWHSAL NO SE PUDO ABRIR " NOMBREFSGDWH
                      UPON SYSOUT
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           OPEN OUTPUT FSAL.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBRESAL
              OPEN OUTPUT FSAL
           END-IF.
           IF ERRORES NOT = "00"
              DISPLAY "ISGDWHSAL NO SE PUDO ABRIR " NOMBRESAL
                      UPON SYSOUT
              CLOSE FSGDWH
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           INITIALIZE RSGDWH.
           MOVE TIPOIN TO CLA-TIPO.
           MOVE LOW-VALUES TO CLA-CLAVE.
           MOVE 1 TO SIGUE.
           START FSGDWH KEY NOT < CLA OF RSGDWH INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGDWH NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CLA-TIPO NOT = TIPOIN
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1
                 PERFORM GRABALINEA
              END-IF
           END-PERFORM.
           CLOSE FSAL.
           CLOSE FSGDWH.
           MOVE "E" TO ACCIONMAN.
           CALL "SRMANIF" USING ACCIONMAN NOMBRESAL PROGRAMAMAN
                RESULTADOMAN MOTIVOMAN.
           IF RESULTADOMAN NOT = 0
              DISPLAY "ISGDWHSAL SIN MANIFIESTO " MOTIVOMAN UPON SYSOUT
              MOVE 2 TO RESULTADO
           END-IF.
           DISPLAY "ISGDWHSAL " FICHEROIN
                   " PERFIL=" PERFILIN
                   " VERSIONES=" CONTADOR UPON SYSOUT.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       GRABALINEA SECTION.
       GLI.
           MOVE CLA-CLAVE TO SA-CLAVE.
           MOVE CLA-DESDE TO SA-DESDE.
           MOVE CLA-DESDE-HORA TO SA-DESDE-HORA.
           MOVE VER-HASTA TO SA-HASTA.
           MOVE VER-HASTA-HORA TO SA-HASTA-HORA.
           IF VER-HASTA = 99991231
              MOVE "S" TO SA-ACTUAL
           ELSE
              MOVE "N" TO SA-ACTUAL
           END-IF.
           MOVE VER-ORIGEN TO SA-ORIGEN.
           MOVE VER-IMAGEN TO SA-IMAGEN.
           IF PERFILIN NOT = "COMPLETO" AND
              PERFILIN NOT = SPACES
              MOVE RSAL(1:256) TO IMAGEN
              CALL "SRMASCARA" USING FICHEROIN PERFILIN IMAGEN
              MOVE IMAGEN TO RSAL(1:256)
           END-IF.
           WRITE RSAL.
           ADD 1 TO CONTADOR.
       FIN-GRABALINEA.
           EXIT.
