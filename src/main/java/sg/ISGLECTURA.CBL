       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGLECTURA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      INFORME SEMANAL PARA EL RESPONSABLE DE
                      PRIVACIDAD SOBRE LA TRAZA DE LECTURAS SENSIBLES
                      QUE APUNTA SRLECTURA (mnu/SG/FSGLECTRZ) EN EL
                      INTERVALO PEDIDO (FECHAS A CERO, LOS ULTIMOS
                      SIETE DIAS). SENALA LAS LECTURAS DEL PROPIO
                      REGISTRO (QUIEN LEE ES EL USUARIO DE LA CLAVE),
                      LAS LECTURAS DE LOS USUARIOS PROTEGIDOS (FILAS
                      TIPO "PROTEGID" DE FSGDUENO: OBJETO EL USUARIO
                      PROTEGIDO, DUENO QUIEN RESPONDE DE EL) Y LOS
                      LECTORES CON UN VOLUMEN POR ENCIMA DE LA CLAVE
                      LECTURAUMBRAL DE FSGCFG (100 SI NO EXISTE). SALE
                      POR CONSOLA Y POR EL CARRETE DE INFORMES
                      (LECTURAS). ISGNOCHE LO LANZA EL DIA DE LA
                      SEMANA DE LA CLAVE LECTURADIA. CONTADORLEC
                      DEVUELVE EL NUMERO DE LECTURAS Y LECTORES
                      SENALADOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGDUENO-SEL".
           COPY "WO-TRAZA-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGDUENO-FD".
           COPY "WO-TRAZA-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGDUENO              PIC X(256).
       01 NOMBRETRAZA                 PIC X(256).
       01 SIGUE                       PIC 9.
       01 HOY                         PIC 9(8).
       01 DESDE                       PIC 9(8).
       01 HASTA                       PIC 9(8).
       01 UMBRAL                      PIC 9(6).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 TABLA-PROT-L.
          05 TABLA-PROT               PIC X(64) OCCURS 200 TIMES.
       01 TOTALPROT                   PIC 9(3).
       01 PP                          PIC 9(3).
       01 TABLA-LECTOR-L.
          05 TABLA-LECTOR OCCURS 500 TIMES.
             10 LT-USUARIO            PIC X(15).
             10 LT-LECTURAS           PIC 9(8).
       01 TOTALLECTOR                 PIC 9(3).
       01 LL                          PIC 9(3).
       01 ENCONTRADOLT                PIC 9(3).
       01 LECTORLARGO                 PIC X(64).
       01 ESPROTEGIDO                 PIC 9.
       01 MARCA                       PIC X(10).
       01 CNT-LECTURAS                PIC 9(8).
       01 CNT-PROPIAS                 PIC 9(8).
       01 CNT-PROTEGIDAS              PIC 9(8).
       01 CNT-VOLUMEN                 PIC 9(8).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "LECTURAS".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).

       LINKAGE SECTION.
       01 FECHADESDEIN                PIC 9(8).
       01 FECHAHASTAIN                PIC 9(8).
       01 CONTADORLEC                 PIC 9(8).

       PROCEDURE DIVISION USING FECHADESDEIN FECHAHASTAIN
                 CONTADORLEC.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORLEC.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CNT-LECTURAS.
           MOVE 0 TO CNT-PROPIAS.
           MOVE 0 TO CNT-PROTEGIDAS.
           MOVE 0 TO CNT-VOLUMEN.
           MOVE 0 TO TOTALLECTOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE HOY TO HASTA.
           COMPUTE DESDE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(HOY) - 7).
           IF FECHADESDEIN NUMERIC AND FECHADESDEIN NOT = 0
              MOVE FECHADESDEIN TO DESDE
           END-IF.
           IF FECHAHASTAIN NUMERIC AND FECHAHASTAIN NOT = 0
              MOVE FECHAHASTAIN TO HASTA
           END-IF.
           MOVE 100 TO UMBRAL.
           MOVE "LECTURAUMBRAL" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:6) NUMERIC
              MOVE VALORCFG(1:6) TO UMBRAL
           END-IF.
           MOVE "mnu/SG/FSGDUENO" TO NOMBREFSGDUENO.
           MOVE "mnu/SG/FSGLECTRZ" TO NOMBRETRAZA.
       PROCESOS.
           PERFORM CARGAPROTEGIDOS.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "LECTURAS SENSIBLES SENALADAS ENTRE " DESDE
                  " Y " HASTA " (PROTEGIDOS=" TOTALPROT
                  " UMBRAL DE VOLUMEN=" UMBRAL "):"
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           OPEN INPUT FTRAZA.
           IF ERRORES NOT = "00"
              DISPLAY "ISGLECTURA NO HAY TRAZA DE LECTURAS "
                      NOMBRETRAZA UPON SYSOUT
              GO TO TOTALES
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FTRAZA AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND TL-ABM = "L" AND
                 TL-FECHA NOT < DESDE AND TL-FECHA NOT > HASTA
                 PERFORM TRATALECTURA
              END-IF
           END-PERFORM.
           CLOSE FTRAZA.
           PERFORM VARYING LL FROM 1 BY 1 UNTIL LL > TOTALLECTOR
              IF LT-LECTURAS(LL) > UMBRAL
                 ADD 1 TO CNT-VOLUMEN
                 MOVE SPACES TO LINEASPOOL
                 STRING "  VOLUMEN   " LT-USUARIO(LL) " "
                        LT-LECTURAS(LL) " LECTURAS"
                        DELIMITED BY SIZE
                        INTO LINEASPOOL
                 END-STRING
                 PERFORM ESCUPELINEA
              END-IF
           END-PERFORM.
       TOTALES.
           MOVE SPACES TO LINEASPOOL.
           STRING "TOTALES: LECTURAS=" CNT-LECTURAS
                  " PROPIAS=" CNT-PROPIAS
                  " PROTEGIDOS=" CNT-PROTEGIDAS
                  " LECTORES SOBRE UMBRAL=" CNT-VOLUMEN
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           COMPUTE CONTADORLEC = CNT-PROPIAS + CNT-PROTEGIDAS
                                 + CNT-VOLUMEN.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       CARGAPROTEGIDOS SECTION.
       CPR.
           MOVE 0 TO TOTALPROT.
           MOVE SPACES TO TABLA-PROT-L.
           OPEN INPUT FSGDUENO.
           IF ERROR-1 NOT = "0"
              GO TO FIN-CARGAPROTEGIDOS
           END-IF.
           MOVE "PROTEGID" TO CLA-TIPO.
           MOVE SPACES TO CLA-OBJETO.
           START FSGDUENO KEY IS NOT LESS THAN CLA OF RSGDUENO
                 INVALID KEY
                 MOVE 0 TO SIGUE
                 NOT INVALID KEY
                 MOVE 1 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGDUENO NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CLA-TIPO NOT = "PROTEGID"
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1 AND TOTALPROT < 200
                 ADD 1 TO TOTALPROT
                 MOVE CLA-OBJETO TO TABLA-PROT(TOTALPROT)
              END-IF
           END-PERFORM.
           CLOSE FSGDUENO.
       FIN-CARGAPROTEGIDOS.
           EXIT.

       TRATALECTURA SECTION.
       TLE.
           ADD 1 TO CNT-LECTURAS.
           MOVE 0 TO ENCONTRADOLT.
           PERFORM VARYING LL FROM 1 BY 1 UNTIL LL > TOTALLECTOR
              IF LT-USUARIO(LL) = TL-USUARIO
                 MOVE LL TO ENCONTRADOLT
              END-IF
           END-PERFORM.
           IF ENCONTRADOLT = 0 AND TOTALLECTOR < 500
              ADD 1 TO TOTALLECTOR
              MOVE TOTALLECTOR TO ENCONTRADOLT
              MOVE TL-USUARIO TO LT-USUARIO(ENCONTRADOLT)
              MOVE 0 TO LT-LECTURAS(ENCONTRADOLT)
           END-IF.
           IF ENCONTRADOLT > 0
              ADD 1 TO LT-LECTURAS(ENCONTRADOLT)
           END-IF.
           MOVE TL-USUARIO TO LECTORLARGO.
           MOVE 0 TO ESPROTEGIDO.
           PERFORM VARYING PP FROM 1 BY 1 UNTIL PP > TOTALPROT
              IF TABLA-PROT(PP) = TL-REGISTRO(37:64)
                 MOVE 1 TO ESPROTEGIDO
              END-IF
           END-PERFORM.
           MOVE SPACES TO MARCA.
           IF LECTORLARGO = TL-REGISTRO(37:64)
              MOVE "PROPIO" TO MARCA
              ADD 1 TO CNT-PROPIAS
           ELSE
              IF ESPROTEGIDO = 1
                 MOVE "PROTEGIDO" TO MARCA
                 ADD 1 TO CNT-PROTEGIDAS
              END-IF
           END-IF.
           IF MARCA = SPACES
              GO TO FIN-TRATALECTURA
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "  " MARCA " " TL-FECHA " " TL-HORA " " TL-USUARIO
                  " TERMINAL " TL-REGISTRO(21:16)
                  " " TL-REGISTRO(1:12) " " TL-REGISTRO(13:8)
                  " " TL-REGISTRO(37:30)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-TRATALECTURA.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
