       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRCFGPROX.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DEVUELVE LOS PROXIMOS CAMBIOS DE CONFIGURACION
                      PROGRAMADOS EN FSGCFGV (FECHA DE VIGOR
                      POSTERIOR A HOY), DE UNA CLAVE O DE TODAS SI
                      LA CLAVE VIENE EN BLANCO, EN ORDEN DE CLAVE Y
                      FECHA. HASTA 100 FILAS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGCFGV-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGCFGV-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGCFGV               PIC X(256).
       01 HOY                         PIC 9(8).
       01 SIGUE                       PIC 9.

       LINKAGE SECTION.
       01 CLAVEIN                     PIC X(32).
       01 TABLA-PROX-L.
          05 TABLA-PROX OCCURS 100 TIMES.
             10 PX-CLAVE              PIC X(32).
             10 PX-VIGOR              PIC 9(8).
             10 PX-VALOR              PIC X(128).
             10 PX-MODPOR             PIC X(15).
       01 TOTALPROX                   PIC 9(3).

       PROCEDURE DIVISION USING CLAVEIN TABLA-PROX-L TOTALPROX.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO TOTALPROX.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE "mnu/SG/FSGCFGV" TO NOMBREFSGCFGV.
           OPEN INPUT FSGCFGV.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PROCESOS
           END-IF.
           MOVE CLAVEIN TO CLA-CLAVE.
           MOVE 0 TO CLA-VIGOR.
           MOVE 1 TO SIGUE.
           START FSGCFGV KEY NOT < CLA INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0 OR TOTALPROX NOT < 100
              READ FSGCFGV NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CLAVEIN NOT = SPACES AND
                 CLA-CLAVE NOT = CLAVEIN
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1 AND CLA-VIGOR > HOY
                 ADD 1 TO TOTALPROX
                 MOVE CLA-CLAVE TO PX-CLAVE(TOTALPROX)
                 MOVE CLA-VIGOR TO PX-VIGOR(TOTALPROX)
                 MOVE VALOR TO PX-VALOR(TOTALPROX)
                 MOVE MODPOR TO PX-MODPOR(TOTALPROX)
              END-IF
           END-PERFORM.
           CLOSE FSGCFGV.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
