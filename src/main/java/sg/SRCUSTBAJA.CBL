       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRCUSTBAJA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      BAJA DE UN CUSTODIO DE CUENTAS TECNICAS: BUSCA
                      EN FSGDUENO LAS FILAS DE TIPO CUENTA CUYO DUENO
                      ES EL USUARIO QUE SE VA, LAS MARCA CON
                      REASIGNAR "S" (CON TRAZA), QUE ES LA LISTA DE
                      REASIGNACION QUE SACA ISGCUSTODIA, Y AVISA AL
                      ADJUNTO (SUPLENTE) POR SRAVISO. UNA CUENTA SIN
                      ADJUNTO QUEDA SOLO EN LA LISTA. CONTADORCUS
                      DEVUELVE LAS CUENTAS MARCADAS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGDUENO-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGDUENO-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 NOMBREFSGDUENO              PIC X(256).
       01 SIGUE                       PIC 9.
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 ORIGENAVISO                 PIC X(8) VALUE "ISGRRHH".
       01 SEVERIDAD                   PIC X(1) VALUE "W".
       01 TEXTOAVISO                  PIC X(128).
       01 RESULTADOAVI                PIC 9.

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 CONTADORCUS                 PIC 9(8).

       PROCEDURE DIVISION USING USUCODE CONTADORCUS.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO CONTADORCUS.
           MOVE "mnu/SG/FSGDUENO" TO NOMBREFSGDUENO.
           OPEN I-O FSGDUENO.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "CUENTA" TO CLA-TIPO.
           MOVE LOW-VALUES TO CLA-OBJETO.
           START FSGDUENO KEY NOT < CLA INVALID KEY
                 GO TO CIERRA.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGDUENO NEXT RECORD AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CLA-TIPO NOT = "CUENTA"
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1 AND DUENO = USUCODE
                 PERFORM MARCACUENTA
              END-IF
           END-PERFORM.
       CIERRA.
           CLOSE FSGDUENO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       MARCACUENTA SECTION.
       MCU.
           MOVE "S" TO REASIGNAR.
           MOVE USUARIO TO MODPOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MODFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA.
           REWRITE RSGDUENO INVALID KEY
                   GO TO FIN-MARCACUENTA.
           ADD 1 TO CONTADORCUS.
           MOVE "M" TO ABM.
           MOVE RSGDUENO TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGDUENO ABM REGISTRO.
           IF SUPLENTE = SPACES
              GO TO FIN-MARCACUENTA
           END-IF.
           MOVE SPACES TO TEXTOAVISO.
           STRING "BAJA DEL CUSTODIO " USUCODE(1:32)
                  " DE LA CUENTA TECNICA " CLA-OBJETO(1:40)
                  ": PENDIENTE DE REASIGNAR"
                  DELIMITED BY SIZE
                  INTO TEXTOAVISO
           END-STRING.
           CALL "SRAVISO" USING SUPLENTE ORIGENAVISO SEVERIDAD
                TEXTOAVISO RESULTADOAVI.
       FIN-MARCACUENTA.
           EXIT.
