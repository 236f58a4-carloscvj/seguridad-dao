       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGESQUEMA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      PARTE DE LOS ESQUEMAS DE HUELLA DE FSGCRED:
                      CUENTA LAS CREDENCIALES QUE QUEDAN EN CADA
                      ESQUEMA DE SRHASH (SIN ESQUEMA APUNTADO ES EL 1)
                      Y LISTA LAS QUE SIGUEN EN UNO ANTERIOR AL EN
                      VIGOR (SRESQUEMA), QUE SE PASARAN SOLAS AL
                      NUEVO EN SU PROXIMO INICIO DE SESION BUENO
                      (SRVERIFICA). PASADA LA FECHA DE LA CLAVE
                      HASHLIMITE DE FSGCFG, LAS QUE AUN SIGAN EN UN
                      ESQUEMA VIEJO SE BLOQUEAN CON CAMBIO-FORZADO,
                      DEJANDOLO EN LA TRAZA, PARA QUE SOLO PUEDAN
                      VOLVER POR UN RESET SUPERVISADO (SRCREDRESET).
                      SALE POR CONSOLA Y POR EL CARRETE DE INFORMES
                      (ESQUEMAS). CONTADORESQ DEVUELVE CUANTAS
                      CREDENCIALES SIGUEN EN UN ESQUEMA VIEJO. CADA
                      PASADA LLEVA SU IDENTIFICADOR DE EJECUCION
                      (SRLOTE), QUE QUEDA ESTAMPADO EN CADA REGISTRO DE
                      TRAZA QUE ESCRIBE, PARA PODER DESHACERLA ENTERA
                      CON ISGREVLOTE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGCRED-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGCRED-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGCRED               PIC X(256).
       01 SIGUE                       PIC 9.
       01 HOY                         PIC 9(8).
       01 USUVACIO                    PIC X(64) VALUE SPACES.
       01 ESQUEMAVIGOR                PIC 9.
       01 SALVIGOR                    PIC X(16).
       01 ESQUEMACRED                 PIC 9.
       01 FECHALIMITE                 PIC 9(8).
       01 FORZAR                      PIC 9.
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 TABLA-ESQ-L.
          05 CNT-ESQUEMA              PIC 9(8) OCCURS 9 TIMES.
       01 EE                          PIC 9.
       01 CNT-VIEJAS                  PIC 9(8).
       01 CNT-FORZADAS                PIC 9(8).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "ESQUEMAS".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).
       01 ACCIONLOTE                  PIC X.
       01 PROGRAMALOTE                PIC X(12) VALUE "ISGESQUEMA".
       01 EJECUCIONLOTE               PIC X(16).

       LINKAGE SECTION.
       01 CONTADORESQ                 PIC 9(8).

       PROCEDURE DIVISION USING CONTADORESQ.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORESQ.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CNT-VIEJAS.
           MOVE 0 TO CNT-FORZADAS.
           INITIALIZE TABLA-ESQ-L.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE "mnu/SG/FSGCRED" TO NOMBREFSGCRED.
           CALL "SRESQUEMA" USING USUVACIO ESQUEMAVIGOR SALVIGOR.
           MOVE 0 TO FECHALIMITE.
           MOVE "HASHLIMITE" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:8) NUMERIC
              MOVE VALORCFG(1:8) TO FECHALIMITE
           END-IF.
           MOVE 0 TO FORZAR.
           IF FECHALIMITE > 0 AND FECHALIMITE < HOY
              MOVE 1 TO FORZAR
           END-IF.
       PROCESOS.
           MOVE "I" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           OPEN I-O FSGCRED.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGESQUEMA NO SE PUDO ABRIR " NOMBREFSGCRED
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "ESQUEMAS DE HUELLA DE FSGCRED: EN VIGOR "
                  ESQUEMAVIGOR " FECHA LIMITE " FECHALIMITE
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGCRED NEXT RECORD AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 PERFORM TRATACRED
              END-IF
           END-PERFORM.
           CLOSE FSGCRED.
           PERFORM VARYING EE FROM 1 BY 1 UNTIL EE > 8
              IF CNT-ESQUEMA(EE) > 0
                 MOVE SPACES TO LINEASPOOL
                 STRING "ESQUEMA " EE ": " CNT-ESQUEMA(EE)
                        " CREDENCIALES"
                        DELIMITED BY SIZE
                        INTO LINEASPOOL
                 END-STRING
                 PERFORM ESCUPELINEA
              END-IF
           END-PERFORM.
           MOVE SPACES TO LINEASPOOL.
           STRING "TOTALES: EN ESQUEMA VIEJO=" CNT-VIEJAS
                  " BLOQUEADAS PARA RESET SUPERVISADO=" CNT-FORZADAS
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE CNT-VIEJAS TO CONTADORESQ.
       FIN-PROCESOS.
           MOVE "F" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       TRATACRED SECTION.
       TCR.
           MOVE 1 TO ESQUEMACRED.
           IF ESQUEMA-HUELLA NUMERIC AND ESQUEMA-HUELLA > 0
              MOVE ESQUEMA-HUELLA TO ESQUEMACRED
           END-IF.
           ADD 1 TO CNT-ESQUEMA(ESQUEMACRED).
           IF ESQUEMACRED NOT < ESQUEMAVIGOR
              GO TO FIN-TRATACRED
           END-IF.
           ADD 1 TO CNT-VIEJAS.
           MOVE SPACES TO LINEASPOOL.
           STRING "  ESQUEMA " ESQUEMACRED " " CLA OF RSGCRED
                  " CAMBIO " FECHA-CAMBIO
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           IF FORZAR = 1 AND
              (BLOQUEADA NOT = "S" OR CAMBIO-FORZADO NOT = "S")
              MOVE "S" TO BLOQUEADA
              MOVE "S" TO CAMBIO-FORZADO
              REWRITE RSGCRED INVALID KEY
                      CONTINUE
              END-REWRITE
              IF ERROR-1 = "0"
                 ADD 1 TO CNT-FORZADAS
                 MOVE "BLOQUEADA" TO LINEASPOOL(100:9)
                 MOVE "M" TO ABM
                 MOVE SPACES TO REGISTRO
                 MOVE CLA OF RSGCRED TO REGISTRO(1:64)
                 MOVE "RESET EXIGIDO POR ESQUEMA VIEJO"
                      TO REGISTRO(85:31)
                 CALL "SRUTRAZA" USING NOMBREFSGCRED ABM REGISTRO
              END-IF
           END-IF.
           PERFORM ESCUPELINEA.
       FIN-TRATACRED.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
