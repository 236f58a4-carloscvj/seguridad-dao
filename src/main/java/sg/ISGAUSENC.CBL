       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGAUSENC.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      VIGILANTE NOCTURNO DE AUSENCIAS LARGAS: LISTA EN
                      EL CARRETE AUSENCIA LAS AUSENCIAS ABIERTAS DE
                      FSGAUS QUE YA PASARON SU FECHA DE REGRESO PREVISTA
                      (EL USUARIO SIGUE SUSPENDIDO Y SUS RELOJES
                      DETENIDOS SIN QUE PERSONAL HAYA MANDADO LA
                      REINCORPORACION). LA PRIMERA VEZ SE ESCALA AL
                      RESPONSABLE DE FSGATR POR EL BUZON CENTRAL Y LA
                      AUSENCIA QUEDA MARCADA COMO ESCALADA (SRAUSENCIA);
                      UNA NUEVA FECHA DE REGRESO DEL EXTRACTO QUITA LA
                      MARCA. LAS AUSENCIAS SIN FECHA DE REGRESO SOLO
                      SALEN POR CONSOLA, SIN ESCALAR.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGAUS-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGAUS-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGAUS                PIC X(256).
       01 SIGUE                       PIC 9.
       01 HOY                         PIC 9(8).
       01 TABLA-AUS-L.
          05 FILA-AUS OCCURS 500 TIMES.
             10 AU-USUARIO            PIC X(64).
             10 AU-INICIO             PIC 9(8).
             10 AU-REGRESO            PIC 9(8).
             10 AU-ESCALADA           PIC X(1).
       01 TOTALAUS                    PIC 9(3).
       01 AA                          PIC 9(3).
       01 ACCIONAUS                   PIC X VALUE "E".
       01 REGRESOAUS                  PIC 9(8) VALUE 0.
       01 INICIOAUS                   PIC 9(8).
       01 RESULTADOAUS                PIC 9.
       01 RESPONUSU                   PIC X(64).
       01 MARCAESC                    PIC X(12).
       01 DEPARTUSU                   PIC X(16).
       01 ENCONTRADOATR               PIC 9.
       01 ORIGENAVISO                 PIC X(8) VALUE "ISGAUSEN".
       01 SEVERIDAD                   PIC X(1) VALUE "W".
       01 TEXTOAVISO                  PIC X(128).
       01 RESULTADOAVI                PIC 9.
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "AUSENCIA".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).
       01 CNT-ABIERTAS                PIC 9(8).
       01 CNT-SINREGRESO              PIC 9(8).
       01 CNT-ESCALADAS               PIC 9(8).

       LINKAGE SECTION.
       01 CONTADOR                    PIC 9(8).

       PROCEDURE DIVISION USING CONTADOR.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADOR.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CNT-ABIERTAS.
           MOVE 0 TO CNT-SINREGRESO.
           MOVE 0 TO CNT-ESCALADAS.
           MOVE 0 TO TOTALAUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE "mnu/SG/FSGAUS" TO NOMBREFSGAUS.
       PROCESOS.
           OPEN INPUT FSGAUS.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGAUSENC SIN AUSENCIAS EN " NOMBREFSGAUS
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGAUS NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ESTADO-AUS = "A"
                 PERFORM APUNTAAUSENCIA
              END-IF
           END-PERFORM.
           CLOSE FSGAUS.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "AUSENCIAS PASADAS DE SU REGRESO PREVISTO A " HOY
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           PERFORM VARYING AA FROM 1 BY 1 UNTIL AA > TOTALAUS
              PERFORM TRATAAUSENCIA
           END-PERFORM.
           MOVE SPACES TO LINEASPOOL.
           STRING "TOTALES: ABIERTAS=" CNT-ABIERTAS
                  " PASADAS=" CONTADOR
                  " ESCALADAS HOY=" CNT-ESCALADAS
                  " SIN FECHA DE REGRESO=" CNT-SINREGRESO
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       APUNTAAUSENCIA SECTION.
       APA.
           ADD 1 TO CNT-ABIERTAS.
           IF FECHA-REGRESO NOT NUMERIC OR FECHA-REGRESO = 0
              ADD 1 TO CNT-SINREGRESO
              MOVE SPACES TO LINEASPOOL
              STRING "SIN FECHA DE REGRESO: " CLA(1:32)
                     " DESDE " FECHA-INICIO
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              DISPLAY LINEASPOOL UPON SYSOUT
              GO TO FIN-APUNTAAUSENCIA
           END-IF.
           IF FECHA-REGRESO NOT < HOY OR TOTALAUS NOT < 500
              GO TO FIN-APUNTAAUSENCIA
           END-IF.
           ADD 1 TO TOTALAUS.
           MOVE CLA TO AU-USUARIO(TOTALAUS).
           MOVE FECHA-INICIO TO AU-INICIO(TOTALAUS).
           MOVE FECHA-REGRESO TO AU-REGRESO(TOTALAUS).
           MOVE ESCALADA TO AU-ESCALADA(TOTALAUS).
       FIN-APUNTAAUSENCIA.
           EXIT.

       TRATAAUSENCIA SECTION.
       TAU.
           ADD 1 TO CONTADOR.
           CALL "SRGETRESP" USING AU-USUARIO(AA) RESPONUSU
                DEPARTUSU ENCONTRADOATR.
           IF ENCONTRADOATR = 0
              MOVE SPACES TO RESPONUSU
           END-IF.
           MOVE SPACES TO MARCAESC.
           IF AU-ESCALADA(AA) = "S"
              MOVE " YA ESCALADA" TO MARCAESC
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "USUARIO=" AU-USUARIO(AA)(1:32)
                  " DESDE=" AU-INICIO(AA)
                  " REGRESO=" AU-REGRESO(AA)
                  " RESPONSABLE=" RESPONUSU(1:24)
                  MARCAESC
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           IF AU-ESCALADA(AA) = "S"
              GO TO FIN-TRATAAUSENCIA
           END-IF.
           IF RESPONUSU = SPACES
              MOVE "  SIN RESPONSABLE AL QUE ESCALAR" TO LINEASPOOL
              PERFORM ESCUPELINEA
              GO TO FIN-TRATAAUSENCIA
           END-IF.
           MOVE SPACES TO TEXTOAVISO.
           STRING "LA AUSENCIA DE " AU-USUARIO(AA)(1:24)
                  " PASO DE SU REGRESO PREVISTO " AU-REGRESO(AA)
                  " Y SIGUE SUSPENDIDO: CONFIRME CON PERSONAL LA"
                  " REINCORPORACION O LA NUEVA FECHA"
                  DELIMITED BY SIZE
                  INTO TEXTOAVISO
           END-STRING.
           CALL "SRAVISO" USING RESPONUSU ORIGENAVISO SEVERIDAD
                TEXTOAVISO RESULTADOAVI.
           CALL "SRAUSENCIA" USING ACCIONAUS AU-USUARIO(AA)
                REGRESOAUS INICIOAUS RESULTADOAUS.
           ADD 1 TO CNT-ESCALADAS.
           MOVE "  ESCALADA AL RESPONSABLE" TO LINEASPOOL.
           PERFORM ESCUPELINEA.
       FIN-TRATAAUSENCIA.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
