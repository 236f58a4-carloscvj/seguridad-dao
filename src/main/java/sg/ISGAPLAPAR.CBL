       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGAPLAPAR.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      RECONSTRUCCION DE UNA PARTICION DEL FICHERO
                      APLANADO FSGACC, PENSADA PARA CORRER COMO PASO
                      INDEPENDIENTE Y EN PARALELO CON LAS DEMAS. LAS
                      PARTICIONES SE DECLARAN EN mnu/SG/FSGACCPAR: "U"
                      UN RANGO DE CLAVES DE USUARIO (DESDE Y HASTA
                      INCLUIDOS, HASTA EN BLANCO ES HASTA EL FINAL) O
                      "E" LOS USUARIOS DE UNA ENTIDAD DE FSGUSU. LA
                      EXPANSION ES LA MISMA QUE LA DE ISGAPLANA PERO
                      SE GRABA EN EL FICHERO DE TRABAJO FSGACCW MAS EL
                      NUMERO DE PARTICION (VARIABLE EXTERNA ACCDESTINO
                      DE SRACCGRABA), SIN TOCAR FSGACC. AL EMPEZAR
                      APUNTA EL CONTROL DE LA PARTICION (FSGACCW MAS
                      EL NUMERO Y "C") COMO INICIADO Y AL TERMINAR BIEN
                      COMO OK CON LAS FILAS DE FSGUR LEIDAS Y LAS
                      GRABADAS, QUE LA FUSION ISGAPLAFUS CUADRA CONTRA
                      FSGUR. UNA PARTICION FALLIDA SE VUELVE A LANZAR
                      SOLA: EMPIEZA SIEMPRE DE UN FICHERO DE TRABAJO
                      VACIO. SOLO CORRE DENTRO DE LA VENTANA DE
                      MANTENIMIENTO. RETURN-CODE 8 SI FALLA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUR-SEL".
           COPY "FSGUSU-SEL".
           COPY "WO-ACCPAR-SEL".
           COPY "WO-ACCPCT-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGUR-FD".
           COPY "FSGUSU-FD".
           COPY "WO-ACCPAR-FD".
           COPY "WO-ACCPCT-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 ACCDESTINO                  PIC X(256) IS EXTERNAL.
       01 NOMBREFSGUR                 PIC X(256).
       01 NOMBREFSGUSU                PIC X(256).
       01 NOMBREACCPAR                PIC X(256)
          VALUE "mnu/SG/FSGACCPAR".
       01 NOMBREACCPCT                PIC X(256).
       01 NOMBREWORK                  PIC X(256).
       01 SIGUE                       PIC 9.
       01 ENVENTANA                   PIC 9.
       01 HOY                         PIC 9(8).
       01 HAYPARTICION                PIC 9.
       01 TIPOPAR                     PIC X(1).
       01 DESDEPAR                    PIC X(64).
       01 HASTAPAR                    PIC X(64).
       01 ENPARTICION                 PIC 9.
       01 USUENTCACHE                 PIC X(64).
       01 ENTIDADCACHE                PIC X(4).
       01 HAYENTCACHE                 PIC 9.
       01 USUCACHE                    PIC X(64).
       01 ACTIVOCACHE                 PIC X.
       01 HAYUSUCACHE                 PIC 9.
       01 ROLECACHE                   PIC X(64).
       01 HAYROLECACHE                PIC 9.
       01 ROLEVALE                    PIC 9.
       01 USUCODE                     PIC X(64).
       01 ROLECODE                    PIC X(64).
       01 EXISTEROL                   PIC 9.
       01 ACTIVOROL                   PIC X.
       01 FECHAEFROL                  PIC 9(8).
       01 TABLA-GRANT-L.
          05 TABLA-GRANT              PIC X(64) OCCURS 100 TIMES.
       01 TABLA-NIVEL-L.
          05 TABLA-NIVEL              PIC X(1) OCCURS 100 TIMES.
       01 TOTALGRANT                  PIC 9(3).
       01 TABLA-EFEC-L.
          05 TABLA-EFEC               PIC X(64) OCCURS 500 TIMES.
       01 TABLA-EFNIV-L.
          05 TABLA-EFNIV              PIC X(1) OCCURS 500 TIMES.
       01 TOTALEFEC                   PIC 9(3).
       01 CONTADORFILAS               PIC 9(8).
       01 PRIMERAGRAB                 PIC 9.
       01 ESTADOCTL                   PIC X(8).

       LINKAGE SECTION.
       01 PARTICION                   PIC X(2).
       01 CONTADORGRAB                PIC 9(8).

       PROCEDURE DIVISION USING PARTICION CONTADORGRAB.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORGRAB.
           MOVE 0 TO CONTADORFILAS.
           MOVE 0 TO HAYUSUCACHE.
           MOVE 0 TO HAYROLECACHE.
           MOVE 0 TO HAYENTCACHE.
           MOVE 1 TO PRIMERAGRAB.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
           MOVE "mnu/SG/FSGUSU" TO NOMBREFSGUSU.
           MOVE SPACES TO NOMBREWORK.
           STRING "mnu/SG/FSGACCW" PARTICION
                  DELIMITED BY SIZE
                  INTO NOMBREWORK
           END-STRING.
           MOVE SPACES TO NOMBREACCPCT.
           STRING "mnu/SG/FSGACCW" PARTICION "C"
                  DELIMITED BY SIZE
                  INTO NOMBREACCPCT
           END-STRING.
       PROCESOS.
           CALL "SRVENTANA" USING ENVENTANA.
           IF ENVENTANA = 0
              DISPLAY "FUERA DE VENTANA DE MANTENIMIENTO" UPON SYSOUT
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM LEEPARTICION.
           IF HAYPARTICION = 0
              DISPLAY "ISGAPLAPAR PARTICION NO DECLARADA " PARTICION
                      UPON SYSOUT
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "INICIADO" TO ESTADOCTL.
           PERFORM APUNTACONTROL.
           MOVE NOMBREWORK TO ACCDESTINO.
           MOVE 0 TO TOTALEFEC.
           CALL "SRACCGRABA" USING USUCODE ROLECODE TABLA-EFEC-L
                TABLA-EFNIV-L TOTALEFEC PRIMERAGRAB CONTADORGRAB.
           OPEN INPUT FSGUR.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGAPLAPAR NO SE PUDO ABRIR " NOMBREFSGUR
                      UPON SYSOUT
              GO TO FALLO
           END-IF.
           OPEN INPUT FSGUSU.
           MOVE 1 TO SIGUE.
           IF TIPOPAR = "U"
              MOVE DESDEPAR TO CLA-USUARIO OF RSGUR
              MOVE LOW-VALUES TO CLA-ROLE
              START FSGUR KEY NOT < CLA OF RSGUR INVALID KEY
                    MOVE 0 TO SIGUE
              END-START
           END-IF.
           PERFORM UNTIL SIGUE = 0
              READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 PERFORM MIRAPARTICION
                 IF ENPARTICION = 1
                    ADD 1 TO CONTADORFILAS
                    MOVE CLA-USUARIO OF RSGUR TO USUCODE
                    MOVE CLA-ROLE TO ROLECODE
                    PERFORM TRATAFILA
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGUSU.
           CLOSE FSGUR.
           MOVE SPACES TO ACCDESTINO.
           MOVE "OK" TO ESTADOCTL.
           PERFORM APUNTACONTROL.
           DISPLAY "ISGAPLAPAR PARTICION=" PARTICION
                   " FILAS FSGUR=" CONTADORFILAS
                   " FILAS GRABADAS=" CONTADORGRAB UPON SYSOUT.
           GO TO FIN-PROCESOS.
       FALLO.
           MOVE SPACES TO ACCDESTINO.
           MOVE "FALLO" TO ESTADOCTL.
           PERFORM APUNTACONTROL.
           MOVE 8 TO RETURN-CODE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       LEEPARTICION SECTION.
       LPA.
           MOVE 0 TO HAYPARTICION.
           OPEN INPUT FACCPAR.
           IF ERRORES NOT = "00"
              GO TO FIN-LEEPARTICION
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FACCPAR AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND PA-ID = PARTICION AND
                 (PA-TIPO = "U" OR PA-TIPO = "E")
                 MOVE 1 TO HAYPARTICION
                 MOVE PA-TIPO TO TIPOPAR
                 MOVE PA-DESDE TO DESDEPAR
                 MOVE PA-HASTA TO HASTAPAR
                 MOVE 0 TO SIGUE
              END-IF
           END-PERFORM.
           CLOSE FACCPAR.
       FIN-LEEPARTICION.
           EXIT.

       MIRAPARTICION SECTION.
       MPA.
           MOVE 0 TO ENPARTICION.
           IF TIPOPAR = "U"
              IF HASTAPAR NOT = SPACES AND
                 CLA-USUARIO OF RSGUR > HASTAPAR
                 MOVE 0 TO SIGUE
              ELSE
                 MOVE 1 TO ENPARTICION
              END-IF
              GO TO FIN-MIRAPARTICION
           END-IF.
           IF HAYENTCACHE = 0 OR
              CLA-USUARIO OF RSGUR NOT = USUENTCACHE
              MOVE CLA-USUARIO OF RSGUR TO USUENTCACHE
              MOVE 1 TO HAYENTCACHE
              MOVE SPACES TO ENTIDADCACHE
              MOVE USUENTCACHE TO CLA OF RSGUSU
              READ FSGUSU WITH IGNORE LOCK INVALID KEY
                   CONTINUE
              END-READ
              IF ERROR-1 = "0"
                 MOVE ENTIDAD OF RSGUSU TO ENTIDADCACHE
              END-IF
           END-IF.
           IF ENTIDADCACHE = DESDEPAR(1:4)
              MOVE 1 TO ENPARTICION
           END-IF.
       FIN-MIRAPARTICION.
           EXIT.

       APUNTACONTROL SECTION.
       APC.
           OPEN OUTPUT FACCPCT.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREACCPCT
              OPEN OUTPUT FACCPCT
           END-IF.
           IF ERRORES NOT = "00"
              GO TO FIN-APUNTACONTROL
           END-IF.
           MOVE PARTICION TO PC-ID.
           MOVE HOY TO PC-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PC-HORA.
           MOVE CONTADORFILAS TO PC-LEIDAS.
           MOVE CONTADORGRAB TO PC-GRABADAS.
           MOVE ESTADOCTL TO PC-ESTADO.
           WRITE RACCPCT.
           CLOSE FACCPCT.
       FIN-APUNTACONTROL.
           EXIT.

       TRATAFILA SECTION.
       TRA.
           IF ACTIVO OF RSGUR = "N"
              GO TO FIN-TRATAFILA
           END-IF.
           IF FECHA-DESDE NUMERIC AND FECHA-DESDE > 0 AND
              FECHA-DESDE > HOY
              GO TO FIN-TRATAFILA
           END-IF.
           IF FECHA-HASTA NUMERIC AND FECHA-HASTA > 0 AND
              FECHA-HASTA < HOY
              GO TO FIN-TRATAFILA
           END-IF.
           IF EMERGENCIA = "S"
              GO TO FIN-TRATAFILA
           END-IF.
           IF HAYUSUCACHE = 0 OR USUCODE NOT = USUCACHE
              MOVE USUCODE TO USUCACHE
              CALL "SRCHKUSUACT" USING USUCACHE ACTIVOCACHE
              MOVE 1 TO HAYUSUCACHE
           END-IF.
           IF ACTIVOCACHE = "N"
              GO TO FIN-TRATAFILA
           END-IF.
           IF HAYROLECACHE = 0 OR ROLECODE NOT = ROLECACHE
              MOVE ROLECODE TO ROLECACHE
              MOVE 1 TO HAYROLECACHE
              MOVE 0 TO ROLEVALE
              CALL "SRCHKROLACT" USING ROLECACHE EXISTEROL ACTIVOROL
                   FECHAEFROL
              IF EXISTEROL = 1 AND ACTIVOROL NOT = "N" AND
                 FECHAEFROL NOT > HOY
                 MOVE 1 TO ROLEVALE
                 CALL "SRNODOSGRANT" USING ROLECACHE TABLA-GRANT-L
                      TABLA-NIVEL-L TOTALGRANT
                 CALL "SRDESCIENDE" USING TABLA-GRANT-L
                      TABLA-NIVEL-L TOTALGRANT
                      TABLA-EFEC-L TABLA-EFNIV-L TOTALEFEC
              END-IF
           END-IF.
           IF ROLEVALE = 0
              GO TO FIN-TRATAFILA
           END-IF.
           CALL "SRACCGRABA" USING USUCODE ROLECODE TABLA-EFEC-L
                TABLA-EFNIV-L TOTALEFEC PRIMERAGRAB CONTADORGRAB.
       FIN-TRATAFILA.
           EXIT.
