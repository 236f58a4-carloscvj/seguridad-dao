       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRCHKINTERES.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      COMPRUEBA EL CONFLICTO DE INTERESES DE QUIEN
                      ACTUA (ACTOR) SOBRE LA CONCESION DE UN USUARIO
                      (AFECTADO) Y UN ROLE. HAY CONFLICTO SI EL
                      AFECTADO ES EL PROPIO ACTOR, O SI ES UN SUPERIOR
                      SUYO SEGUN LA LINEA DE RESPONSABLES DE FSGATR
                      (SRGETRESP, SUBIENDO HASTA 32 NIVELES). CON
                      TIPOACTO "A" (APROBAR O CERTIFICAR) TAMBIEN LO HAY
                      SI EL ACTOR PIDIO ESA CONCESION AUNQUE FIGURE
                      OTRO SOLICITANTE: SOLICITANTE DE LA JUSTIFICACION
                      EN FSGJUST (SRGETJUST) O DE UN TICKET DE ALTA EN
                      FSGTICKET PARA ESE USUARIO Y ROLE. CON TIPOACTO
                      "G" (CONCEDER) SOLO SE MIRAN LAS DOS PRIMERAS.
                      CONFLICTO DEVUELVE 0 SIN CONFLICTO, 1 PROPIO
                      ACCESO, 2 ACCESO DE UN SUPERIOR Y 3 PEDIDO POR EL
                      ACTOR, CON EL MOTIVO EN RAZON. SIN ACTOR NO HAY
                      CONFLICTO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGTICKET-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGTICKET-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGTICKET             PIC X(256).
       01 SIGUE                       PIC 9.
       01 NIVELES                     PIC 9(2).
       01 ACTUAL                      PIC X(64).
       01 RESPONACT                   PIC X(64).
       01 DEPARTACT                   PIC X(16).
       01 ENCONTRADO                  PIC 9.
       01 TEXTOJUST                   PIC X(64).
       01 SOLICJUST                   PIC X(15).
       01 TICKETJUSTREF               PIC X(16).

       LINKAGE SECTION.
       01 TIPOACTO                    PIC X(1).
       01 ACTOR                       PIC X(15).
       01 AFECTADO                    PIC X(64).
       01 ROLECODE                    PIC X(64).
       01 CONFLICTO                   PIC 9.
       01 RAZON                       PIC X(40).

       PROCEDURE DIVISION USING TIPOACTO ACTOR AFECTADO ROLECODE
                 CONFLICTO RAZON.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO CONFLICTO.
           MOVE SPACES TO RAZON.
           IF ACTOR = SPACES OR LOW-VALUES OR AFECTADO = SPACES
              GO TO FIN-PROCESOS
           END-IF.
           IF AFECTADO = ACTOR
              MOVE 1 TO CONFLICTO
              MOVE "CONFLICTO: ES SU PROPIO ACCESO" TO RAZON
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM MIRASUPERIOR.
           IF CONFLICTO NOT = 0 OR TIPOACTO NOT = "A"
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM MIRASOLICITANTE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       MIRASUPERIOR SECTION.
       MSU.
           MOVE ACTOR TO ACTUAL.
           MOVE 0 TO NIVELES.
       SUBE.
           IF NIVELES NOT < 32
              GO TO FIN-MIRASUPERIOR
           END-IF.
           ADD 1 TO NIVELES.
           CALL "SRGETRESP" USING ACTUAL RESPONACT DEPARTACT
                ENCONTRADO.
           IF ENCONTRADO = 0 OR RESPONACT = SPACES OR
              RESPONACT = ACTUAL OR RESPONACT = ACTOR
              GO TO FIN-MIRASUPERIOR
           END-IF.
           IF RESPONACT = AFECTADO
              MOVE 2 TO CONFLICTO
              MOVE "CONFLICTO: ACCESO DE UN SUPERIOR SUYO" TO RAZON
              GO TO FIN-MIRASUPERIOR
           END-IF.
           MOVE RESPONACT TO ACTUAL.
           GO TO SUBE.
       FIN-MIRASUPERIOR.
           EXIT.

       MIRASOLICITANTE SECTION.
       MSO.
           IF ROLECODE = SPACES
              GO TO FIN-MIRASOLICITANTE
           END-IF.
           CALL "SRGETJUST" USING AFECTADO ROLECODE TEXTOJUST
                SOLICJUST TICKETJUSTREF ENCONTRADO.
           IF ENCONTRADO = 1 AND SOLICJUST = ACTOR
              MOVE 3 TO CONFLICTO
              MOVE "CONFLICTO: LA PIDIO EL MISMO" TO RAZON
              GO TO FIN-MIRASOLICITANTE
           END-IF.
           MOVE "mnu/SG/FSGTICKET" TO NOMBREFSGTICKET.
           OPEN INPUT FSGTICKET.
           IF ERROR-1 NOT = "0"
              GO TO FIN-MIRASOLICITANTE
           END-IF.
           MOVE 0 TO CLA.
           MOVE 1 TO SIGUE.
           START FSGTICKET KEY NOT < CLA INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGTICKET NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ACCION-TIK = "A" AND
                 USUARIO-TIK = AFECTADO AND ROLE-TIK = ROLECODE AND
                 SOLICITANTE-TIK = ACTOR
                 MOVE 3 TO CONFLICTO
                 MOVE "CONFLICTO: LA PIDIO EL MISMO" TO RAZON
                 MOVE 0 TO SIGUE
              END-IF
           END-PERFORM.
           CLOSE FSGTICKET.
       FIN-MIRASOLICITANTE.
           EXIT.
