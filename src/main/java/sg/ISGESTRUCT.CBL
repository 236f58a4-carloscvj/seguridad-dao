       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGESTRUCT.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      PASO NOCTURNO QUE APLICA LOS CAMBIOS
                      ESTRUCTURALES PROGRAMADOS EN FSGESTR CUYA FECHA
                      DE VIGOR ES HOY O YA PASO (SI UNA NOCHE NO
                      CORRIO, SE PONEN AL DIA). CADA CAMBIO VUELVE A
                      PASAR LA COMPROBACION DE CICLOS CONTRA LOS
                      MAESTROS DE HOY (SRESTRCICLO) Y SE APLICA CON
                      SRAPLNODO, SRAPLNR O SRAPLRC, QUE DEJAN LA
                      TRAZA DEL MAESTRO; EN FSGNR Y FSGRC LA FILA
                      QUEDA ESTAMPADA CON EL SOLICITANTE. LA FILA DE
                      LA COLA PASA A A (APLICADA) O E (ERROR, CON
                      MOTIVO) Y NUNCA SE REINTENTA SOLA. CORRE ANTES
                      DE ISGAPLANA PARA QUE FSGACC SE RECONSTRUYA YA
                      CON LA ESTRUCTURA NUEVA. EN UN ENTORNO CERCADO
                      NO APLICA NADA: LOS CAMBIOS LLEGAN REPLICADOS.
                      RETURN-CODE 4 SI ALGUN CAMBIO FALLO. SI EL MAESTRO
                      DESTINO ESTA EN PERIODO DE VEDA (SRCHKVEDA) LA
                      FILA NO SE APLICA NI SE MARCA: QUEDA PENDIENTE Y
                      SE APLICA LA PRIMERA NOCHE FUERA DE LA VEDA. CADA
                      PASADA LLEVA SU IDENTIFICADOR DE EJECUCION
                      (SRLOTE), QUE QUEDA ESTAMPADO EN CADA REGISTRO DE
                      TRAZA QUE ESCRIBE, PARA PODER DESHACERLA ENTERA
                      CON ISGREVLOTE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGESTR-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGESTR-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGESTR               PIC X(256).
       01 SIGUE                       PIC 9.
       01 HOY                         PIC 9(8).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 IMAGEN                      PIC X(256).
       01 HAYCICLO                    PIC 9.
       01 RESULTADOAPL                PIC 9.
       01 OPERCERCO                   PIC X(128) VALUE "WRI".
       01 CERCADO                     PIC 9.
       01 CNT-APLICADOS               PIC 9(8).
       01 CNT-ERRORES                 PIC 9(8).
       01 CNT-VEDA                    PIC 9(8).
       01 ACCIONVEDA                  PIC X.
       01 SERVIDORVEDA                PIC X(8).
       01 OPERVEDA                    PIC X(8) VALUE "ESTRUCT".
       01 DETALLEVEDA                 PIC X(128).
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "ESTRUCT".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).
       01 ACCIONLOTE                  PIC X.
       01 PROGRAMALOTE                PIC X(12) VALUE "ISGESTRUCT".
       01 EJECUCIONLOTE               PIC X(16).

       LINKAGE SECTION.
       01 CONTADOREST                 PIC 9(8).

       PROCEDURE DIVISION USING CONTADOREST.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADOREST.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CNT-APLICADOS.
           MOVE 0 TO CNT-ERRORES.
           MOVE 0 TO CNT-VEDA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE "mnu/SG/FSGESTR" TO NOMBREFSGESTR.
       PROCESOS.
           MOVE "I" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           CALL "SRCERCO" USING OPERCERCO CERCADO.
           IF CERCADO = 1
              DISPLAY "ISGESTRUCT ENTORNO CERCADO, NO SE APLICA NADA"
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           OPEN I-O FSGESTR.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGESTRUCT SIN CAMBIOS PROGRAMADOS" UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "CAMBIOS ESTRUCTURALES PROGRAMADOS APLICADOS EL "
                  HOY
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGESTR NEXT RECORD AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CLA-VIGOR > HOY
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1 AND ESTADO-EST = "P"
                 PERFORM APLICAUNO
              END-IF
           END-PERFORM.
           CLOSE FSGESTR.
           MOVE SPACES TO LINEASPOOL.
           STRING "APLICADOS=" CNT-APLICADOS
                  " CON ERROR=" CNT-ERRORES
                  " PENDIENTES POR VEDA=" CNT-VEDA
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE CNT-APLICADOS TO CONTADOREST.
           IF CNT-ERRORES > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       FIN-PROCESOS.
           MOVE "F" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       APLICAUNO SECTION.
       APU.
           MOVE "C" TO ACCIONVEDA.
           MOVE SERVIDOR-EST TO SERVIDORVEDA.
           MOVE REGISTRO-EST TO DETALLEVEDA.
           CALL "SRCHKVEDA" USING ACCIONVEDA SERVIDORVEDA OPERVEDA
                DETALLEVEDA VEDADO DESVEDA.
           IF VEDADO = 1
              ADD 1 TO CNT-VEDA
              MOVE SPACES TO LINEASPOOL
              STRING CLA-VIGOR " " SERVIDOR-EST " " ABM-EST " "
                     REGISTRO-EST(1:30) " QUEDA PENDIENTE, VEDA "
                     DESVEDA
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              GO TO FIN-APLICAUNO
           END-IF.
           MOVE SPACES TO MOTIVO-EST.
           CALL "SRESTRCICLO" USING SERVIDOR-EST ABM-EST REGISTRO-EST
                HAYCICLO.
           IF HAYCICLO = 1
              MOVE "CERRARIA UN CICLO EN LA FECHA DE VIGOR"
                   TO MOTIVO-EST
              GO TO MARCAESTADO
           END-IF.
           MOVE SPACES TO IMAGEN.
           MOVE REGISTRO-EST TO IMAGEN(1:192).
           IF SERVIDOR-EST = "FSGNR" OR SERVIDOR-EST = "FSGRC"
              MOVE SOLICITANTE TO IMAGEN(130:15)
              MOVE HOY TO IMAGEN(145:8)
              MOVE FUNCTION CURRENT-DATE(9:6) TO IMAGEN(153:6)
           END-IF.
           MOVE 0 TO RESULTADOAPL.
           EVALUATE SERVIDOR-EST
              WHEN "FSGNODO"
                 CALL "SRAPLNODO" USING ABM-EST IMAGEN RESULTADOAPL
              WHEN "FSGNR"
                 CALL "SRAPLNR" USING ABM-EST IMAGEN RESULTADOAPL
              WHEN "FSGRC"
                 CALL "SRAPLRC" USING ABM-EST IMAGEN RESULTADOAPL
              WHEN OTHER
                 MOVE 9 TO RESULTADOAPL
           END-EVALUATE.
           IF RESULTADOAPL NOT = 0
              MOVE SPACES TO MOTIVO-EST
              STRING "NO SE PUDO APLICAR, RESULTADO "
                     RESULTADOAPL
                     DELIMITED BY SIZE
                     INTO MOTIVO-EST
              END-STRING
           END-IF.
       MARCAESTADO.
           IF MOTIVO-EST = SPACES
              MOVE "A" TO ESTADO-EST
              ADD 1 TO CNT-APLICADOS
           ELSE
              MOVE "E" TO ESTADO-EST
              ADD 1 TO CNT-ERRORES
           END-IF.
           MOVE HOY TO APLICADO-FECHA.
           REWRITE RSGESTR INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF ERROR-1 = "0"
              MOVE "M" TO ABM
              MOVE RSGESTR TO REGISTRO
              CALL "SRUTRAZA" USING NOMBREFSGESTR ABM REGISTRO
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING CLA-VIGOR " " SERVIDOR-EST " " ABM-EST " "
                  REGISTRO-EST(1:30) " " REGISTRO-EST(65:30)
                  " POR " SOLICITANTE " " ESTADO-EST " "
                  MOTIVO-EST(1:20)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-APLICAUNO.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
