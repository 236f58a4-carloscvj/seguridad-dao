       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGJIT.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      PASO NOCTURNO DE LAS ACTIVACIONES A DEMANDA DE
                      CONCESIONES ELEGIBLES: CIERRA EN FSGJIT LAS
                      VENTANAS YA VENCIDAS Y LAS TRAZA CON "X" (SIN
                      ESPERAR A ESTE PASO SRAUTORIZA YA NO LAS HONRA).
                      EL DIA DEL MES DE LA CLAVE JITDIA DE FSGCFG (1 SI
                      NO EXISTE) SACA ADEMAS EL INFORME MENSUAL DEL MES
                      ANTERIOR SOBRE LA TRAZA mnu/SG/FSGJITTRZ: POR
                      USUARIO Y ROLE, CUANTAS ACTIVACIONES, CUANTAS
                      HORAS PEDIDAS, CUANTAS DESACTIVACIONES
                      ANTICIPADAS Y CUANTOS VENCIMIENTOS. SALE POR
                      CONSOLA Y POR EL CARRETE DE INFORMES (JIT).
                      CONTADORJIT DEVUELVE EL NUMERO DE VENTANAS
                      CERRADAS. CADA PASADA LLEVA SU IDENTIFICADOR DE
                      EJECUCION (SRLOTE), QUE QUEDA ESTAMPADO EN CADA
                      REGISTRO DE TRAZA QUE ESCRIBE, PARA PODER
                      DESHACERLA ENTERA CON ISGREVLOTE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGJIT-SEL".
           COPY "WO-TRAZA-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGJIT-FD".
           COPY "WO-TRAZA-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGJIT                PIC X(256).
       01 NOMBRETRAZA                 PIC X(256).
       01 SIGUE                       PIC 9.
       01 HOY                         PIC 9(8).
       01 HOYPARTES REDEFINES HOY.
          03 HOY-ANO                  PIC 9(4).
          03 HOY-MES                  PIC 9(2).
          03 HOY-DIA                  PIC 9(2).
       01 HORAHOY                     PIC 9(6).
       01 HORAPARTES REDEFINES HORAHOY.
          03 HH-HORA                  PIC 9(2).
          03 HH-MINUTO                PIC 9(2).
          03 HH-SEGUNDO               PIC 9(2).
       01 AHORASEG                    PIC 9(12).
       01 DIAJIT                      PIC 9(2).
       01 DESDE                       PIC 9(8).
       01 DESDEPARTES REDEFINES DESDE.
          03 DESDE-ANO                PIC 9(4).
          03 DESDE-MES                PIC 9(2).
          03 DESDE-DIA                PIC 9(2).
       01 HASTA                       PIC 9(8).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 TABLA-JIT-L.
          05 TABLA-JIT OCCURS 500 TIMES.
             10 TJ-USUARIO            PIC X(64).
             10 TJ-ROLE               PIC X(64).
             10 TJ-ACTIVA             PIC 9(5).
             10 TJ-HORAS              PIC 9(6).
             10 TJ-DESACT             PIC 9(5).
             10 TJ-VENCE              PIC 9(5).
       01 TOTALJIT                    PIC 9(3).
       01 JJ                          PIC 9(3).
       01 ENCONTRADOJ                 PIC 9(3).
       01 HORASTRZ                    PIC 9(3).
       01 CNT-CERRADAS                PIC 9(8).
       01 CNT-ACTIVA                  PIC 9(8).
       01 CNT-DESACT                  PIC 9(8).
       01 CNT-VENCE                   PIC 9(8).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "JIT".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).
       01 ACCIONLOTE                  PIC X.
       01 PROGRAMALOTE                PIC X(12) VALUE "ISGJIT".
       01 EJECUCIONLOTE               PIC X(16).

       LINKAGE SECTION.
       01 CONTADORJIT                 PIC 9(8).

       PROCEDURE DIVISION USING CONTADORJIT.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORJIT.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CNT-CERRADAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO HORAHOY.
           COMPUTE AHORASEG = FUNCTION INTEGER-OF-DATE(HOY) * 86400
                   + HH-HORA * 3600 + HH-MINUTO * 60 + HH-SEGUNDO.
           MOVE 1 TO DIAJIT.
           MOVE "JITDIA" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:2) NUMERIC AND
              VALORCFG(1:2) NOT = "00"
              MOVE VALORCFG(1:2) TO DIAJIT
           END-IF.
           MOVE "mnu/SG/FSGJIT" TO NOMBREFSGJIT.
           MOVE "mnu/SG/FSGJITTRZ" TO NOMBRETRAZA.
       PROCESOS.
           MOVE "I" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           PERFORM CIERRAVENCIDAS.
           MOVE CNT-CERRADAS TO CONTADORJIT.
           IF HOY-DIA = DIAJIT
              PERFORM INFORMEMES
           END-IF.
       FIN-PROCESOS.
           MOVE "F" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       CIERRAVENCIDAS SECTION.
       CVE.
           OPEN I-O FSGJIT.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGJIT SIN VENTANAS EN " NOMBREFSGJIT
                      UPON SYSOUT
              GO TO FIN-CIERRAVENCIDAS
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGJIT NEXT RECORD AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ESTADO-JIT = "A" AND
                 HASTA-SEG < AHORASEG
                 PERFORM CIERRAVENTANA
              END-IF
           END-PERFORM.
           CLOSE FSGJIT.
           DISPLAY "ISGJIT VENTANAS VENCIDAS CERRADAS " CNT-CERRADAS
                   UPON SYSOUT.
       FIN-CIERRAVENCIDAS.
           EXIT.

       CIERRAVENTANA SECTION.
       CVA.
           MOVE "C" TO ESTADO-JIT.
           REWRITE RSGJIT INVALID KEY
                   GO TO FIN-CIERRAVENTANA.
           ADD 1 TO CNT-CERRADAS.
           MOVE "X" TO ABM.
           MOVE SPACES TO REGISTRO.
           MOVE CLA-USUARIO TO REGISTRO(1:64).
           MOVE CLA-ROLE TO REGISTRO(65:64).
           MOVE HORAS-JIT TO REGISTRO(129:3).
           MOVE MOTIVO-JIT TO REGISTRO(132:64).
           MOVE DESDE-SEG TO REGISTRO(196:12).
           MOVE HASTA-SEG TO REGISTRO(208:12).
           CALL "SRUTRAZA" USING NOMBREFSGJIT ABM REGISTRO.
       FIN-CIERRAVENTANA.
           EXIT.

       INFORMEMES SECTION.
       IME.
           MOVE 0 TO TOTALJIT.
           MOVE 0 TO CNT-ACTIVA.
           MOVE 0 TO CNT-DESACT.
           MOVE 0 TO CNT-VENCE.
           MOVE HOY TO DESDE.
           IF HOY-MES = 1
              SUBTRACT 1 FROM DESDE-ANO
              MOVE 12 TO DESDE-MES
           ELSE
              SUBTRACT 1 FROM DESDE-MES
           END-IF.
           MOVE 1 TO DESDE-DIA.
           MOVE DESDE TO HASTA.
           ADD 30 TO HASTA.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "ACTIVACIONES A DEMANDA DEL MES " DESDE(1:6)
                  " POR USUARIO Y ROLE:"
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           OPEN INPUT FTRAZA.
           IF ERRORES NOT = "00"
              DISPLAY "ISGJIT NO HAY TRAZA DE ACTIVACIONES "
                      NOMBRETRAZA UPON SYSOUT
              GO TO TOTALES
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FTRAZA AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND
                 (TL-ABM = "A" OR TL-ABM = "D" OR TL-ABM = "X") AND
                 TL-FECHA NOT < DESDE AND TL-FECHA NOT > HASTA
                 PERFORM TRATAEVENTO
              END-IF
           END-PERFORM.
           CLOSE FTRAZA.
           MOVE SPACES TO LINEASPOOL.
           STRING "  USUARIO                        "
                  "ROLE                           "
                  "ACTIV  HORAS DESAC VENCE"
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           PERFORM VARYING JJ FROM 1 BY 1 UNTIL JJ > TOTALJIT
              MOVE SPACES TO LINEASPOOL
              STRING "  " TJ-USUARIO(JJ)(1:30) " "
                     TJ-ROLE(JJ)(1:30) " " TJ-ACTIVA(JJ)
                     " " TJ-HORAS(JJ) " " TJ-DESACT(JJ)
                     " " TJ-VENCE(JJ)
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-PERFORM.
       TOTALES.
           MOVE SPACES TO LINEASPOOL.
           STRING "TOTALES: PARES=" TOTALJIT
                  " ACTIVACIONES=" CNT-ACTIVA
                  " DESACTIVACIONES=" CNT-DESACT
                  " VENCIMIENTOS=" CNT-VENCE
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-INFORMEMES.
           EXIT.

       TRATAEVENTO SECTION.
       TEV.
           MOVE 0 TO ENCONTRADOJ.
           PERFORM VARYING JJ FROM 1 BY 1
                   UNTIL JJ > TOTALJIT OR ENCONTRADOJ > 0
              IF TJ-USUARIO(JJ) = TL-REGISTRO(1:64) AND
                 TJ-ROLE(JJ) = TL-REGISTRO(65:64)
                 MOVE JJ TO ENCONTRADOJ
              END-IF
           END-PERFORM.
           IF ENCONTRADOJ = 0
              IF TOTALJIT NOT < 500
                 GO TO FIN-TRATAEVENTO
              END-IF
              ADD 1 TO TOTALJIT
              MOVE TOTALJIT TO ENCONTRADOJ
              MOVE TL-REGISTRO(1:64) TO TJ-USUARIO(ENCONTRADOJ)
              MOVE TL-REGISTRO(65:64) TO TJ-ROLE(ENCONTRADOJ)
              MOVE 0 TO TJ-ACTIVA(ENCONTRADOJ)
              MOVE 0 TO TJ-HORAS(ENCONTRADOJ)
              MOVE 0 TO TJ-DESACT(ENCONTRADOJ)
              MOVE 0 TO TJ-VENCE(ENCONTRADOJ)
           END-IF.
           EVALUATE TL-ABM
              WHEN "A"
                 ADD 1 TO TJ-ACTIVA(ENCONTRADOJ)
                 ADD 1 TO CNT-ACTIVA
                 IF TL-REGISTRO(129:3) NUMERIC
                    MOVE TL-REGISTRO(129:3) TO HORASTRZ
                    ADD HORASTRZ TO TJ-HORAS(ENCONTRADOJ)
                 END-IF
              WHEN "D"
                 ADD 1 TO TJ-DESACT(ENCONTRADOJ)
                 ADD 1 TO CNT-DESACT
              WHEN "X"
                 ADD 1 TO TJ-VENCE(ENCONTRADOJ)
                 ADD 1 TO CNT-VENCE
           END-EVALUATE.
       FIN-TRATAEVENTO.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
