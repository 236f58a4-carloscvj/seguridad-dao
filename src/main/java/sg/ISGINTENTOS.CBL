       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGINTENTOS.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ANALISIS NOCTURNO DEL REGISTRO DE
                      AUTENTICACION mnu/SG/AUTLOG QUE ALIMENTA
                      SRVERIFICA. PARA EL DIA PEDIDO (CERO ES HOY)
                      LISTA: LOS FALLOS POR USUARIO (SENALANDO LOS
                      QUE LLEGAN A LA CLAVE AUTFALLOSUSU DE FSGCFG,
                      POR DEFECTO 3), LOS TERMINALES QUE FALLAN
                      CONTRA MUCHOS USUARIOS DISTINTOS (ROCIADO DE
                      CONTRASENAS, A PARTIR DE LA CLAVE AUTROCIADO,
                      POR DEFECTO 5), LAS ENTRADAS BUENAS QUE
                      LLEGAN JUSTO DETRAS DE UNA RACHA DE FALLOS
                      (CLAVE AUTRACHA, POR DEFECTO 3) Y LAS
                      ENTRADAS DE USUARIOS INACTIVOS O CONGELADOS.
                      CADA HALLAZGO DE ROCIADO O DE ENTRADA TRAS
                      RACHA SE AVISA ADEMAS A SEGURIDAD POR
                      SRAVISO. SALE POR CONSOLA Y POR EL CARRETE DE
                      INFORMES (INTENTOS).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WO-AUTLOG-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "WO-AUTLOG-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREAUTLOG                PIC X(256)
          VALUE "mnu/SG/AUTLOG".
       01 SIGUE                       PIC 9.
       01 FECHAOBJ                    PIC 9(8).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 UMBRALUSU                   PIC 9(3).
       01 UMBRALROCIO                 PIC 9(3).
       01 UMBRALRACHA                 PIC 9(3).
       01 TABLA-USU-L.
          05 FILA-USU OCCURS 500 TIMES.
             10 IN-USUARIO            PIC X(64).
             10 IN-FALLOS             PIC 9(5).
             10 IN-BUENAS             PIC 9(5).
             10 IN-RACHA              PIC 9(5).
       01 TOTALUSU                    PIC 9(3).
       01 POSUSU                      PIC 9(3).
       01 TABLA-TER-L.
          05 FILA-TER OCCURS 200 TIMES.
             10 TE-TERMINAL           PIC X(16).
             10 TE-FALLOS             PIC 9(5).
             10 TE-USUARIOS           PIC 9(5).
       01 TOTALTER                    PIC 9(3).
       01 POSTER                      PIC 9(3).
       01 TABLA-TU-L.
          05 FILA-TU OCCURS 2000 TIMES.
             10 TU-TERMINAL           PIC 9(3).
             10 TU-USUARIO            PIC 9(3).
       01 TOTALTU                     PIC 9(4).
       01 YAVISTO                     PIC 9.
       01 ESFALLO                     PIC 9.
       01 ESBUENA                     PIC 9.
       01 CONGELADO                   PIC 9.
       01 CASOCONG                    PIC X(16).
       01 UU                          PIC 9(3).
       01 TT                          PIC 9(3).
       01 KK                          PIC 9(4).
       01 CNT-LEIDAS                  PIC 9(8).
       01 CNT-ALERTAS                 PIC 9(8).
       01 DESTINOIN                   PIC X(64).
       01 ORIGENIN                    PIC X(8) VALUE "INTENTOS".
       01 SEVERIDADIN                 PIC X(1).
       01 TEXTOIN                     PIC X(128).
       01 RESULTADOAVI                PIC 9.
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "INTENTOS".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).

       LINKAGE SECTION.
       01 FECHAIN                     PIC 9(8).
       01 CONTADORALERTAS             PIC 9(8).

       PROCEDURE DIVISION USING FECHAIN CONTADORALERTAS.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORALERTAS.
           MOVE 0 TO CNT-ALERTAS.
           MOVE 0 TO CNT-LEIDAS.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO TOTALUSU.
           MOVE 0 TO TOTALTER.
           MOVE 0 TO TOTALTU.
           IF FECHAIN = 0
              MOVE FUNCTION CURRENT-DATE(1:8) TO FECHAOBJ
           ELSE
              MOVE FECHAIN TO FECHAOBJ
           END-IF.
           MOVE 3 TO UMBRALUSU.
           MOVE "AUTFALLOSUSU" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO UMBRALUSU
           END-IF.
           MOVE 5 TO UMBRALROCIO.
           MOVE "AUTROCIADO" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO UMBRALROCIO
           END-IF.
           MOVE 3 TO UMBRALRACHA.
           MOVE "AUTRACHA" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO UMBRALRACHA
           END-IF.
       PROCESOS.
           OPEN INPUT FAUTLOG.
           IF ERRORES NOT = "00"
              DISPLAY "ISGINTENTOS SIN REGISTRO DE AUTENTICACION "
                      NOMBREAUTLOG UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "INTENTOS DE AUTENTICACION DEL " FECHAOBJ
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FAUTLOG AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND AL-FECHA = FECHAOBJ
                 ADD 1 TO CNT-LEIDAS
                 PERFORM TRATAINTENTO
              END-IF
           END-PERFORM.
           CLOSE FAUTLOG.
           PERFORM RESUMEUSUARIOS.
           PERFORM RESUMETERMINALES.
           MOVE SPACES TO LINEASPOOL.
           STRING "INTENTOS=" CNT-LEIDAS
                  " USUARIOS=" TOTALUSU
                  " TERMINALES=" TOTALTER
                  " ALERTAS=" CNT-ALERTAS
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE CNT-ALERTAS TO CONTADORALERTAS.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       TRATAINTENTO SECTION.
       TIN.
           MOVE 0 TO ESFALLO.
           MOVE 0 TO ESBUENA.
           EVALUATE AL-RESULTADO
              WHEN 1
              WHEN 2
              WHEN 3
                 MOVE 1 TO ESFALLO
              WHEN 0
              WHEN 4
              WHEN 5
                 MOVE 1 TO ESBUENA
           END-EVALUATE.
           PERFORM BUSCAUSUARIO.
           IF POSUSU = 0
              GO TO FIN-TRATAINTENTO
           END-IF.
           IF AL-RESULTADO = 6
              ADD 1 TO CNT-ALERTAS
              MOVE SPACES TO LINEASPOOL
              STRING "ENTRADA DE USUARIO INACTIVO " AL-USUARIO(1:40)
                     " TERMINAL=" AL-TERMINAL
                     " HORA=" AL-HORA
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-IF.
           IF ESFALLO = 1
              ADD 1 TO IN-FALLOS(POSUSU)
              ADD 1 TO IN-RACHA(POSUSU)
              PERFORM APUNTATERMINAL
              GO TO FIN-TRATAINTENTO
           END-IF.
           IF ESBUENA = 0
              GO TO FIN-TRATAINTENTO
           END-IF.
           ADD 1 TO IN-BUENAS(POSUSU).
           IF IN-RACHA(POSUSU) NOT < UMBRALRACHA
              ADD 1 TO CNT-ALERTAS
              MOVE SPACES TO LINEASPOOL
              STRING "ENTRADA TRAS " IN-RACHA(POSUSU)
                     " FALLOS SEGUIDOS " AL-USUARIO(1:40)
                     " TERMINAL=" AL-TERMINAL
                     " HORA=" AL-HORA
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              MOVE "A" TO SEVERIDADIN
              MOVE LINEASPOOL TO TEXTOIN
              PERFORM AVISASEGURIDAD
           END-IF.
           MOVE 0 TO IN-RACHA(POSUSU).
           CALL "SRCHKCONG" USING AL-USUARIO CONGELADO CASOCONG.
           IF CONGELADO = 1
              ADD 1 TO CNT-ALERTAS
              MOVE SPACES TO LINEASPOOL
              STRING "ENTRADA DE USUARIO CONGELADO " AL-USUARIO(1:40)
                     " CASO=" CASOCONG
                     " TERMINAL=" AL-TERMINAL
                     " HORA=" AL-HORA
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-IF.
       FIN-TRATAINTENTO.
           EXIT.

       BUSCAUSUARIO SECTION.
       BUS.
           MOVE 0 TO POSUSU.
           PERFORM VARYING UU FROM 1 BY 1
                   UNTIL UU > TOTALUSU OR POSUSU > 0
              IF IN-USUARIO(UU) = AL-USUARIO
                 MOVE UU TO POSUSU
              END-IF
           END-PERFORM.
           IF POSUSU = 0 AND TOTALUSU < 500
              ADD 1 TO TOTALUSU
              MOVE AL-USUARIO TO IN-USUARIO(TOTALUSU)
              MOVE 0 TO IN-FALLOS(TOTALUSU)
              MOVE 0 TO IN-BUENAS(TOTALUSU)
              MOVE 0 TO IN-RACHA(TOTALUSU)
              MOVE TOTALUSU TO POSUSU
           END-IF.
       FIN-BUSCAUSUARIO.
           EXIT.

       APUNTATERMINAL SECTION.
       ATE.
           MOVE 0 TO POSTER.
           PERFORM VARYING TT FROM 1 BY 1
                   UNTIL TT > TOTALTER OR POSTER > 0
              IF TE-TERMINAL(TT) = AL-TERMINAL
                 MOVE TT TO POSTER
              END-IF
           END-PERFORM.
           IF POSTER = 0 AND TOTALTER < 200
              ADD 1 TO TOTALTER
              MOVE AL-TERMINAL TO TE-TERMINAL(TOTALTER)
              MOVE 0 TO TE-FALLOS(TOTALTER)
              MOVE 0 TO TE-USUARIOS(TOTALTER)
              MOVE TOTALTER TO POSTER
           END-IF.
           IF POSTER = 0
              GO TO FIN-APUNTATERMINAL
           END-IF.
           ADD 1 TO TE-FALLOS(POSTER).
           MOVE 0 TO YAVISTO.
           PERFORM VARYING KK FROM 1 BY 1
                   UNTIL KK > TOTALTU OR YAVISTO = 1
              IF TU-TERMINAL(KK) = POSTER AND TU-USUARIO(KK) = POSUSU
                 MOVE 1 TO YAVISTO
              END-IF
           END-PERFORM.
           IF YAVISTO = 0 AND TOTALTU < 2000
              ADD 1 TO TOTALTU
              MOVE POSTER TO TU-TERMINAL(TOTALTU)
              MOVE POSUSU TO TU-USUARIO(TOTALTU)
              ADD 1 TO TE-USUARIOS(POSTER)
           END-IF.
       FIN-APUNTATERMINAL.
           EXIT.

       RESUMEUSUARIOS SECTION.
       RUS.
           MOVE "FALLOS POR USUARIO (FALLOS / BUENAS):" TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           PERFORM VARYING UU FROM 1 BY 1 UNTIL UU > TOTALUSU
              IF IN-FALLOS(UU) > 0
                 MOVE SPACES TO LINEASPOOL
                 STRING "  " IN-USUARIO(UU)(1:40)
                        " " IN-FALLOS(UU)
                        " / " IN-BUENAS(UU)
                        DELIMITED BY SIZE
                        INTO LINEASPOOL
                 END-STRING
                 IF IN-FALLOS(UU) NOT < UMBRALUSU
                    MOVE "<< MUCHOS FALLOS" TO LINEASPOOL(70:16)
                    ADD 1 TO CNT-ALERTAS
                 END-IF
                 PERFORM ESCUPELINEA
              END-IF
           END-PERFORM.
       FIN-RESUMEUSUARIOS.
           EXIT.

       RESUMETERMINALES SECTION.
       RTE.
           MOVE "FALLOS POR TERMINAL (FALLOS / USUARIOS DISTINTOS):"
                TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           PERFORM VARYING TT FROM 1 BY 1 UNTIL TT > TOTALTER
              MOVE SPACES TO LINEASPOOL
              STRING "  " TE-TERMINAL(TT)
                     " " TE-FALLOS(TT)
                     " / " TE-USUARIOS(TT)
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              IF TE-USUARIOS(TT) NOT < UMBRALROCIO
                 MOVE "<< POSIBLE ROCIADO DE CONTRASENAS"
                      TO LINEASPOOL(40:33)
                 ADD 1 TO CNT-ALERTAS
              END-IF
              PERFORM ESCUPELINEA
              IF TE-USUARIOS(TT) NOT < UMBRALROCIO
                 MOVE "A" TO SEVERIDADIN
                 MOVE SPACES TO TEXTOIN
                 STRING "POSIBLE ROCIADO DE CONTRASENAS DESDE "
                        TE-TERMINAL(TT)
                        " CONTRA " TE-USUARIOS(TT) " USUARIOS EL "
                        FECHAOBJ
                        DELIMITED BY SIZE
                        INTO TEXTOIN
                 END-STRING
                 PERFORM AVISASEGURIDAD
              END-IF
           END-PERFORM.
       FIN-RESUMETERMINALES.
           EXIT.

       AVISASEGURIDAD SECTION.
       AVS.
           MOVE "SEGURIDAD" TO DESTINOIN.
           CALL "SRAVISO" USING DESTINOIN ORIGENIN SEVERIDADIN
                TEXTOIN RESULTADOAVI.
       FIN-AVISASEGURIDAD.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
