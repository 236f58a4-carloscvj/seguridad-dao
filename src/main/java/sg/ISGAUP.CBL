       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGAUP.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      SEGUIMIENTO NOCTURNO DE LA ACEPTACION DE LA
                      POLITICA DE USO ACEPTABLE: PASA CADA USUARIO
                      ACTIVO DE FSGUSU POR SRAUP Y LISTA, AGRUPADOS POR
                      DEPARTAMENTO DE FSGATR, LOS QUE NO TIENEN
                      ACEPTADA LA VERSION VIGENTE, CON SU PLAZO Y SI
                      ESTAN AUN EN GRACIA O YA VENCIDOS (VENCIDO ES
                      DENEGADO EN SRAUTORIZA). A CADA PENDIENTE SE LE
                      RECUERDA POR SRAVISO CADA TANTOS DIAS COMO DIGA
                      LA CLAVE AUPAVISODIAS DE FSGCFG (7 POR DEFECTO),
                      CONTANDO HACIA EL FINAL DEL PLAZO, Y EL DIA QUE
                      VENCE; EL AVISO DE UNA CUENTA TECNICA VA A SU
                      CUSTODIO. SALE POR CONSOLA Y POR EL CARRETE DE
                      INFORMES (AUP), QUE ES LA PRUEBA QUE SE ENSENA
                      AL REGULADOR JUNTO CON LA TRAZA DE FSGACK.
                      CONTADORAUP DEVUELVE EL NUMERO DE PENDIENTES;
                      RETURN-CODE 4 SI HAY ALGUNO VENCIDO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUSU-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGUSU-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGUSU                PIC X(256).
       01 SIGUE                       PIC 9.
       01 HOY                         PIC 9(8).
       01 HOYINT                      PIC 9(8).
       01 PLAZOINT                    PIC 9(8).
       01 DIFDIAS                     PIC 9(8).
       01 RESTODIAS                   PIC 9(4).
       01 DIASAVISO                   PIC 9(3).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 ACCIONAUP                   PIC X VALUE "V".
       01 VERSIONAUP                  PIC X(16).
       01 FECHAAUP                    PIC 9(8).
       01 GRACIAAUP                   PIC 9(3) VALUE 0.
       01 TITULOAUP                   PIC X(64) VALUE SPACES.
       01 RESULTADOAUP                PIC 9.
       01 RAZONAUP                    PIC X(40).
       01 VERSIONINF                  PIC X(16).
       01 RESPONUSU                   PIC X(64).
       01 DEPARTUSU                   PIC X(16).
       01 ENCONTRADOATR               PIC 9.
       01 TIPODUENO                   PIC X(8) VALUE "CUENTA".
       01 CUSTODIO                    PIC X(64).
       01 SUPLENTE                    PIC X(64).
       01 ENCONTRADODUE               PIC 9.
       01 DESTINOAVISO                PIC X(64).
       01 ORIGENAVISO                 PIC X(8) VALUE "ISGAUP".
       01 SEVERIDAD                   PIC X(1).
       01 TEXTOAVISO                  PIC X(128).
       01 RESULTADOAVI                PIC 9.
       01 TABLA-PEN-L.
          05 TABLA-PEN OCCURS 2000 TIMES.
             10 PE-DEPTO              PIC X(16).
             10 PE-USUARIO            PIC X(64).
             10 PE-ESTADO             PIC 9.
             10 PE-PLAZO              PIC 9(8).
       01 TOTALPEN                    PIC 9(4).
       01 PP                          PIC 9(4).
       01 TABLA-DEP-L.
          05 TABLA-DEP OCCURS 300 TIMES.
             10 DP-DEPTO              PIC X(16).
             10 DP-PENDIENTES         PIC 9(6).
             10 DP-VENCIDOS           PIC 9(6).
       01 TOTALDEP                    PIC 9(3).
       01 DD                          PIC 9(3).
       01 ENCONTRADODP                PIC 9(3).
       01 MARCA                       PIC X(9).
       01 CNT-USUARIOS                PIC 9(8).
       01 CNT-PENDIENTES              PIC 9(8).
       01 CNT-VENCIDOS                PIC 9(8).
       01 CNT-AVISOS                  PIC 9(8).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "AUP".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).

       LINKAGE SECTION.
       01 CONTADORAUP                 PIC 9(8).

       PROCEDURE DIVISION USING CONTADORAUP.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORAUP.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CNT-USUARIOS.
           MOVE 0 TO CNT-PENDIENTES.
           MOVE 0 TO CNT-VENCIDOS.
           MOVE 0 TO CNT-AVISOS.
           MOVE 0 TO TOTALPEN.
           MOVE 0 TO TOTALDEP.
           MOVE SPACES TO VERSIONINF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           COMPUTE HOYINT = FUNCTION INTEGER-OF-DATE(HOY).
           MOVE 7 TO DIASAVISO.
           MOVE "AUPAVISODIAS" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC AND
              VALORCFG(1:3) NOT = "000"
              MOVE VALORCFG(1:3) TO DIASAVISO
           END-IF.
           MOVE "mnu/SG/FSGUSU" TO NOMBREFSGUSU.
       PROCESOS.
           OPEN INPUT FSGUSU.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGAUP NO SE PUDO ABRIR " NOMBREFSGUSU
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUSU NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ACTIVO NOT = "N"
                 PERFORM TRATAUSUARIO
              END-IF
           END-PERFORM.
           CLOSE FSGUSU.
           PERFORM INFORME.
           MOVE CNT-PENDIENTES TO CONTADORAUP.
           IF CNT-VENCIDOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       TRATAUSUARIO SECTION.
       TUS.
           ADD 1 TO CNT-USUARIOS.
           CALL "SRAUP" USING ACCIONAUP CLA VERSIONAUP FECHAAUP
                GRACIAAUP TITULOAUP RESULTADOAUP RAZONAUP.
           IF VERSIONAUP NOT = SPACES
              MOVE VERSIONAUP TO VERSIONINF
           END-IF.
           IF RESULTADOAUP NOT = 1 AND RESULTADOAUP NOT = 2
              GO TO FIN-TRATAUSUARIO
           END-IF.
           ADD 1 TO CNT-PENDIENTES.
           IF RESULTADOAUP = 2
              ADD 1 TO CNT-VENCIDOS
           END-IF.
           CALL "SRGETRESP" USING CLA RESPONUSU DEPARTUSU
                ENCONTRADOATR.
           IF ENCONTRADOATR NOT = 1
              MOVE SPACES TO DEPARTUSU
              MOVE SPACES TO RESPONUSU
           END-IF.
           PERFORM APUNTADEPTO.
           IF TOTALPEN < 2000
              ADD 1 TO TOTALPEN
              MOVE DEPARTUSU TO PE-DEPTO(TOTALPEN)
              MOVE CLA TO PE-USUARIO(TOTALPEN)
              MOVE RESULTADOAUP TO PE-ESTADO(TOTALPEN)
              MOVE FECHAAUP TO PE-PLAZO(TOTALPEN)
           END-IF.
           PERFORM RECUERDA.
       FIN-TRATAUSUARIO.
           EXIT.

       APUNTADEPTO SECTION.
       ADP.
           MOVE 0 TO ENCONTRADODP.
           PERFORM VARYING DD FROM 1 BY 1
                   UNTIL DD > TOTALDEP OR ENCONTRADODP > 0
              IF DP-DEPTO(DD) = DEPARTUSU
                 MOVE DD TO ENCONTRADODP
              END-IF
           END-PERFORM.
           IF ENCONTRADODP = 0
              IF TOTALDEP NOT < 300
                 GO TO FIN-APUNTADEPTO
              END-IF
              ADD 1 TO TOTALDEP
              MOVE TOTALDEP TO ENCONTRADODP
              MOVE DEPARTUSU TO DP-DEPTO(ENCONTRADODP)
              MOVE 0 TO DP-PENDIENTES(ENCONTRADODP)
              MOVE 0 TO DP-VENCIDOS(ENCONTRADODP)
           END-IF.
           ADD 1 TO DP-PENDIENTES(ENCONTRADODP).
           IF RESULTADOAUP = 2
              ADD 1 TO DP-VENCIDOS(ENCONTRADODP)
           END-IF.
       FIN-APUNTADEPTO.
           EXIT.

       RECUERDA SECTION.
       REC.
           COMPUTE PLAZOINT = FUNCTION INTEGER-OF-DATE(FECHAAUP).
           IF PLAZOINT NOT < HOYINT
              COMPUTE DIFDIAS = PLAZOINT - HOYINT
           ELSE
              COMPUTE DIFDIAS = HOYINT - PLAZOINT
           END-IF.
           COMPUTE RESTODIAS = FUNCTION MOD(DIFDIAS, DIASAVISO).
           IF RESTODIAS NOT = 0 AND DIFDIAS NOT = 1
              GO TO FIN-RECUERDA
           END-IF.
           MOVE CLA TO DESTINOAVISO.
           IF TIPO-CUENTA = "T"
              CALL "SRGETDUENO" USING TIPODUENO CLA CUSTODIO
                   SUPLENTE ENCONTRADODUE
              IF ENCONTRADODUE = 1 AND CUSTODIO NOT = SPACES
                 MOVE CUSTODIO TO DESTINOAVISO
              ELSE
                 IF RESPONUSU NOT = SPACES
                    MOVE RESPONUSU TO DESTINOAVISO
                 ELSE
                    GO TO FIN-RECUERDA
                 END-IF
              END-IF
           END-IF.
           MOVE SPACES TO TEXTOAVISO.
           IF RESULTADOAUP = 2
              MOVE "E" TO SEVERIDAD
              STRING "POLITICA DE USO " VERSIONAUP
                     " SIN ACEPTAR, ACCESO DENEGADO DESDE EL "
                     FECHAAUP ": " CLA(1:30)
                     DELIMITED BY SIZE
                     INTO TEXTOAVISO
              END-STRING
           ELSE
              MOVE "W" TO SEVERIDAD
              STRING "ACEPTE LA POLITICA DE USO " VERSIONAUP
                     " ANTES DEL " FECHAAUP ": " CLA(1:30)
                     DELIMITED BY SIZE
                     INTO TEXTOAVISO
              END-STRING
           END-IF.
           CALL "SRAVISO" USING DESTINOAVISO ORIGENAVISO SEVERIDAD
                TEXTOAVISO RESULTADOAVI.
           ADD 1 TO CNT-AVISOS.
       FIN-RECUERDA.
           EXIT.

       INFORME SECTION.
       INF.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "POLITICA DE USO ACEPTABLE " VERSIONINF
                  " PENDIENTES DE ACEPTAR POR DEPARTAMENTO A " HOY
                  ":"
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           PERFORM VARYING DD FROM 1 BY 1 UNTIL DD > TOTALDEP
              MOVE SPACES TO LINEASPOOL
              STRING "DEPARTAMENTO " DP-DEPTO(DD)
                     " PENDIENTES=" DP-PENDIENTES(DD)
                     " VENCIDOS=" DP-VENCIDOS(DD)
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              PERFORM VARYING PP FROM 1 BY 1 UNTIL PP > TOTALPEN
                 IF PE-DEPTO(PP) = DP-DEPTO(DD)
                    PERFORM LINEAPENDIENTE
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE SPACES TO LINEASPOOL.
           STRING "TOTALES: USUARIOS=" CNT-USUARIOS
                  " PENDIENTES=" CNT-PENDIENTES
                  " VENCIDOS=" CNT-VENCIDOS
                  " AVISOS=" CNT-AVISOS
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-INFORME.
           EXIT.

       LINEAPENDIENTE SECTION.
       LPE.
           IF PE-ESTADO(PP) = 2
              MOVE "VENCIDO" TO MARCA
           ELSE
              MOVE "EN GRACIA" TO MARCA
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "  " MARCA " " PE-USUARIO(PP)(1:40)
                  " PLAZO " PE-PLAZO(PP)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-LINEAPENDIENTE.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
