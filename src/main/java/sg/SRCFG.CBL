                      ENTORNO DEL MISMO NOMBRE (EL COMPORTAMIENTO
                      HISTORICO QUEDA COMO RESPALDO). DEVUELVE DE
                      DONDE SALIO EL VALOR: 1 FICHERO, 2 ENTORNO,
                      0 EN NINGUN SITIO. SI LA CLAVE TIENE VALORES
                      PROGRAMADOS EN FSGCFGV CON FECHA DE VIGOR YA
                      ALCANZADA, MANDA EL DE FECHA MAS RECIENTE; LOS
                      DE FECHA FUTURA NO SE VEN HASTA SU DIA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGCFG-SEL".
           COPY "FSGCFGV-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGCFG-FD".
           COPY "FSGCFGV-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGCFG                PIC X(256).
       01 NOMBREFSGCFGV               PIC X(256).
       01 VALORENT                    PIC X(128).
       01 HOY                         PIC 9(8).
       01 SIGUE                       PIC 9.

       LINKAGE SECTION.
       01 CLAVEIN                     PIC X(32).
           MOVE "mnu/SG/FSGCFG" TO NOMBREFSGCFG.
           OPEN INPUT FSGCFG.
           IF ERROR-1 = "0"
              MOVE CLAVEIN TO CLA OF RSGCFG
              READ FSGCFG WITH IGNORE LOCK INVALID KEY
                   CONTINUE
              END-READ
              IF ERROR-1 = "0" AND VALOR OF RSGCFG NOT = SPACES
                 MOVE VALOR OF RSGCFG TO VALOROUT
                 MOVE 1 TO ENCONTRADO
              END-IF
              CLOSE FSGCFG
           END-IF.
           PERFORM VALORPROGRAMADO.
           IF ENCONTRADO = 0
              MOVE SPACES TO VALORENT
              DISPLAY CLAVEIN UPON ENVIRONMENT-NAME
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       VALORPROGRAMADO SECTION.
       VPR.
           MOVE "mnu/SG/FSGCFGV" TO NOMBREFSGCFGV.
           OPEN INPUT FSGCFGV.
           IF ERROR-1 NOT = "0"
              GO TO FIN-VALORPROGRAMADO
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE CLAVEIN TO CLA-CLAVE.
           MOVE 0 TO CLA-VIGOR.
           MOVE 1 TO SIGUE.
           START FSGCFGV KEY NOT < CLA OF RSGCFGV INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGCFGV NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 IF CLA-CLAVE NOT = CLAVEIN OR CLA-VIGOR > HOY
                    MOVE 0 TO SIGUE
                 ELSE
                    IF VALOR OF RSGCFGV NOT = SPACES
                       MOVE VALOR OF RSGCFGV TO VALOROUT
                       MOVE 1 TO ENCONTRADO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGCFGV.
       FIN-VALORPROGRAMADO.
           EXIT.
