                      RESULTADO: 0 CORRECTA, 1 CONTRASENA MAL,
                      2 BLOQUEADA, 3 SIN CREDENCIAL, 4 DEBE
                      CAMBIARLA, 5 CADUCADA, 6 USUARIO INACTIVO.
                      TODO INTENTO, BUENO O MALO, SE APUNTA ADEMAS
                      EN EL REGISTRO DE AUTENTICACION mnu/SG/AUTLOG
                      CON USUARIO, TERMINAL DE LA SESION, FECHA,
                      HORA Y RESULTADO, QUE ANALIZA ISGINTENTOS.
                      LA HUELLA SE CALCULA CON EL ESQUEMA Y LA SAL
                      APUNTADOS EN LA CREDENCIAL (SIN ESQUEMA ES EL 1).
                      SI LA CONTRASENA ES BUENA Y LA CREDENCIAL ESTA EN
                      UN ESQUEMA ANTERIOR AL EN VIGOR (SRESQUEMA), SE
                      REHACE LA HUELLA EN ESE MOMENTO CON EL NUEVO Y
                      QUEDA EN LA TRAZA. PASADA LA FECHA DE LA CLAVE
                      HASHLIMITE DE FSGCFG UNA CREDENCIAL QUE SIGA EN
                      UN ESQUEMA VIEJO YA NO ENTRA (RESULTADO 2): SOLO
                      LA RECUPERA UN RESET SUPERVISADO (SRCREDRESET).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGCRED-SEL".
           COPY "WO-AUTLOG-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGCRED-FD".
           COPY "WO-AUTLOG-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 TERMINALSES                 PIC X(16) IS EXTERNAL.
       01 NOMBREFSGCRED               PIC X(256).
       01 NOMBREAUTLOG                PIC X(256)
          VALUE "mnu/SG/AUTLOG".
       01 HUELLACALC                  PIC 9(18).
       01 ACTIVOUSU                   PIC X.
       01 HOY                         PIC 9(8).
       01 CFGCLAVE                    PIC X(32).
       01 CFGVALOR                    PIC X(128).
       01 CFGENC                      PIC 9.
       01 ESQUEMACRED                 PIC 9.
       01 SALCRED                     PIC X(16).
       01 ESQUEMAVIGOR                PIC 9.
       01 SALNUEVA                    PIC X(16).
       01 HUELLANUEVA                 PIC 9(18).
       01 FECHALIMITE                 PIC 9(8).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).

              MOVE 3 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           MOVE USUCODE TO CLA OF RSGCRED.
           READ FSGCRED INVALID KEY
                MOVE 3 TO RESULTADO
                GO TO CERRARV.
              PERFORM TRAZAFALLO
              GO TO CERRARV
           END-IF.
           MOVE 1 TO ESQUEMACRED.
           IF ESQUEMA-HUELLA NUMERIC AND ESQUEMA-HUELLA > 0
              MOVE ESQUEMA-HUELLA TO ESQUEMACRED
           END-IF.
           MOVE SAL-HUELLA TO SALCRED.
           CALL "SRESQUEMA" USING USUCODE ESQUEMAVIGOR SALNUEVA.
           IF ESQUEMACRED < ESQUEMAVIGOR
              PERFORM MIRALIMITE
              IF FECHALIMITE > 0 AND FECHALIMITE < HOY
                 MOVE 2 TO RESULTADO
                 PERFORM TRAZAFALLO
                 GO TO CERRARV
              END-IF
           END-IF.
           CALL "SRHASH" USING USUCODE CLAVETEXTO HUELLACALC
                ESQUEMACRED SALCRED.
           IF HUELLACALC NOT = HUELLA
              MOVE 1 TO RESULTADO
              IF INTENTOS NUMERIC
              GO TO CERRARV
           END-IF.
           MOVE 0 TO INTENTOS.
           IF ESQUEMACRED < ESQUEMAVIGOR
              PERFORM REHACEHUELLA
           END-IF.
           REWRITE RSGCRED INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF ESQUEMACRED < ESQUEMAVIGOR AND ERROR-1 = "0"
              PERFORM TRAZAREHECHA
           END-IF.
           CALL "SRCHKUSUACT" USING USUCODE ACTIVOUSU.
           IF ACTIVOUSU = "N"
              MOVE 6 TO RESULTADO
       CERRARV.
           CLOSE FSGCRED.
       FIN-PROCESOS.
           PERFORM APUNTAINTENTO.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
           CALL "SRUTRAZA" USING NOMBREFSGCRED ABM REGISTRO.
       FIN-TRAZAFALLO.
           EXIT.

       MIRALIMITE SECTION.
       MLI.
           MOVE 0 TO FECHALIMITE.
           MOVE "HASHLIMITE" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE CFGVALOR CFGENC.
           IF CFGENC NOT = 0 AND CFGVALOR(1:8) NUMERIC
              MOVE CFGVALOR(1:8) TO FECHALIMITE
           END-IF.
       FIN-MIRALIMITE.
           EXIT.

       REHACEHUELLA SECTION.
       RHU.
           MOVE SPACES TO SALNUEVA.
           CALL "SRHASH" USING USUCODE CLAVETEXTO HUELLANUEVA
                ESQUEMAVIGOR SALNUEVA.
           MOVE HUELLANUEVA TO HUELLA.
           MOVE ESQUEMAVIGOR TO ESQUEMA-HUELLA.
           MOVE SALNUEVA TO SAL-HUELLA.
       FIN-REHACEHUELLA.
           EXIT.

       TRAZAREHECHA SECTION.
       TRH.
           MOVE "M" TO ABM.
           MOVE SPACES TO REGISTRO.
           MOVE USUCODE TO REGISTRO(1:64).
           MOVE "HUELLA REHECHA ESQUEMA " TO REGISTRO(85:23).
           MOVE ESQUEMACRED TO REGISTRO(108:1).
           MOVE ">" TO REGISTRO(109:1).
           MOVE ESQUEMAVIGOR TO REGISTRO(110:1).
           CALL "SRUTRAZA" USING NOMBREFSGCRED ABM REGISTRO.
       FIN-TRAZAREHECHA.
           EXIT.

       APUNTAINTENTO SECTION.
       API.
           OPEN EXTEND FAUTLOG.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREAUTLOG
              OPEN OUTPUT FAUTLOG
           END-IF.
           IF ERRORES NOT = "00"
              GO TO FIN-APUNTAINTENTO
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AL-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-HORA.
           MOVE USUCODE TO AL-USUARIO.
           MOVE TERMINALSES TO AL-TERMINAL.
           MOVE RESULTADO TO AL-RESULTADO.
           WRITE RAUTLOG.
           CLOSE FAUTLOG.
       FIN-APUNTAINTENTO.
           EXIT.
