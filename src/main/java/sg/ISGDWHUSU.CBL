       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGDWHUSU.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DIMENSION DE USUARIOS DEL EXTRACTO PARA EL
                      ALMACEN (LA LLAMA ISGDWH): CADA VERSION JUNTA LOS
                      DATOS DE FSGUSU CON LOS ATRIBUTOS DE FSGATR
                      (DEPARTAMENTO, RESPONSABLE, CENTRO DE COSTE Y
                      PUESTO). LA PRIMERA VEZ SE SIEMBRA CON LOS
                      MAESTROS TAL COMO ESTAN, FECHADOS EN SU ULTIMA
                      MODIFICACION, Y LAS MARCAS QUEDAN AL FINAL DE LAS
                      DOS TRAZAS. DESPUES SE RECOGEN LAS ENTRADAS
                      NUEVAS DE LAS TRAZAS DE FSGUSU Y DE FSGATR (CON
                      LAS GENERACIONES DEL CATALOGO TRZCAT), SE ORDENAN
                      POR FECHA Y HORA EN EL FICHERO DE TRABAJO
                      mnu/SG/DWHTMP Y SE APLICAN EN ESE ORDEN AL
                      HISTORICO FSGDWH (SRDWHVER): LA BAJA DEL USUARIO
                      CIERRA SU VERSION, LA DE SUS ATRIBUTOS LOS DEJA
                      EN BLANCO. LAS MARCAS SOLO AVANZAN SI TODO HA
                      IDO BIEN; REPETIR LA PASADA DA EL MISMO
                      HISTORICO. RESULTADO 0 BIEN, 2 ERROR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUSU-SEL".
           COPY "FSGATR-SEL".
           COPY "WO-TRAZA-SEL".
           COPY "WO-DWHTMP-SEL".

           SELECT FCAT
                  ASSIGN TO RANDOM NOMBRECAT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGUSU-FD".
           COPY "FSGATR-FD".
           COPY "WO-TRAZA-FD".
           COPY "WO-DWHTMP-FD".

       FD  FCAT
           DATA RECORD IS RCAT.
       01  RCAT       PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".
           COPY "WO-DWHIMG".

       01 NOMBREFSGUSU                PIC X(256).
       01 NOMBREFSGATR                PIC X(256).
       01 NOMBREBASE                  PIC X(256).
       01 NOMBRETRAZA                 PIC X(256).
       01 NOMBRECAT                   PIC X(256).
       01 NOMBREDWHTMP                PIC X(256)
          VALUE "mnu/SG/DWHTMP".
       01 SIGUE                       PIC 9.
       01 SIGUECAT                    PIC 9.
       01 TABLA-GEN-L.
          05 TABLA-GEN                PIC X(8) OCCURS 400 TIMES.
       01 TOTALGEN                    PIC 9(3).
       01 GG                          PIC 9(3).
       01 FUENTE                      PIC X(1).
       01 MARCA                       PIC 9(9).
       01 MARCANUEVA                  PIC 9(9).
       01 NUEVAUSU                    PIC 9(9).
       01 SOLOMARCA                   PIC 9.
       01 HOY                         PIC 9(8).
       01 AHORAHORA                   PIC 9(6).
       01 ACCIONVER                   PIC X(1).
       01 TIPOVER                     PIC X(1) VALUE "U".
       01 CLAVEVER                    PIC X(64).
       01 FECHAVER                    PIC 9(8).
       01 HORAVER                     PIC 9(6).
       01 ORIGENVER                   PIC X(1).
       01 SECUENCIAVER                PIC 9(9).
       01 RESULTADOVER                PIC 9.
       01 MOMENTOUSU                  PIC 9(14).
       01 MOMENTOATR                  PIC 9(14).
       01 CNT-ENTRADAS                PIC 9(8).

       LINKAGE SECTION.
       01 SEMBRADO                    PIC X(1).
       01 MARCAUSU                    PIC 9(9).
       01 MARCAATR                    PIC 9(9).
       01 CONTADOR                    PIC 9(8).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING SEMBRADO MARCAUSU MARCAATR CONTADOR
                 RESULTADO.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADOR.
           MOVE 0 TO RESULTADO.
           MOVE 0 TO CNT-ENTRADAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AHORAHORA.
           MOVE "mnu/SG/FSGUSU" TO NOMBREFSGUSU.
           MOVE "mnu/SG/FSGATR" TO NOMBREFSGATR.
       PROCESOS.
           IF SEMBRADO NOT = "S"
              PERFORM SIEMBRA
              GO TO FIN-PROCESOS
           END-IF.
           OPEN OUTPUT FDWHTMP.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREDWHTMP
              OPEN OUTPUT FDWHTMP
           END-IF.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGDWHUSU NO SE PUDO ABRIR " NOMBREDWHTMP
                      UPON SYSOUT
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 0 TO SOLOMARCA.
           MOVE "1" TO FUENTE.
           MOVE MARCAUSU TO MARCA.
           MOVE "mnu/SG/FSGUSU" TO NOMBREBASE.
           PERFORM LEECATALOGO.
           PERFORM LEETRAZAS.
           MOVE MARCANUEVA TO NUEVAUSU.
           MOVE "2" TO FUENTE.
           MOVE MARCAATR TO MARCA.
           MOVE "mnu/SG/FSGATR" TO NOMBREBASE.
           PERFORM LEECATALOGO.
           PERFORM LEETRAZAS.
           CLOSE FDWHTMP.
           PERFORM APLICATRABAJO.
           MOVE "F" TO ACCIONVER.
           CALL "SRDWHVER" USING ACCIONVER TIPOVER CLAVEVER FECHAVER
                HORAVER ORIGENVER SECUENCIAVER DWHIMAGEN RESULTADOVER.
           CALL "PRURM" USING NOMBREDWHTMP.
           IF RESULTADO = 0
              MOVE NUEVAUSU TO MARCAUSU
              MOVE MARCANUEVA TO MARCAATR
           END-IF.
           DISPLAY "ISGDWHUSU ENTRADAS=" CNT-ENTRADAS
                   " VERSIONES=" CONTADOR
                   " RESULTADO=" RESULTADO UPON SYSOUT.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       SIEMBRA SECTION.
       SIE.
           MOVE 1 TO SOLOMARCA.
           MOVE MARCAUSU TO MARCA.
           MOVE "mnu/SG/FSGUSU" TO NOMBREBASE.
           PERFORM LEECATALOGO.
           PERFORM LEETRAZAS.
           MOVE MARCANUEVA TO MARCAUSU.
           MOVE MARCAATR TO MARCA.
           MOVE "mnu/SG/FSGATR" TO NOMBREBASE.
           PERFORM LEECATALOGO.
           PERFORM LEETRAZAS.
           MOVE MARCANUEVA TO MARCAATR.
           OPEN INPUT FSGUSU.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGDWHUSU NO SE PUDO ABRIR " NOMBREFSGUSU
                      UPON SYSOUT
              MOVE 2 TO RESULTADO
              GO TO FIN-SIEMBRA
           END-IF.
           OPEN INPUT FSGATR.
           MOVE "V" TO ACCIONVER.
           MOVE "S" TO ORIGENVER.
           MOVE 0 TO SECUENCIAVER.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUSU NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 PERFORM SIEMBRAUNO
              END-IF
           END-PERFORM.
           CLOSE FSGATR.
           CLOSE FSGUSU.
           MOVE "F" TO ACCIONVER.
           CALL "SRDWHVER" USING ACCIONVER TIPOVER CLAVEVER FECHAVER
                HORAVER ORIGENVER SECUENCIAVER DWHIMAGEN RESULTADOVER.
           IF RESULTADO = 0
              MOVE "S" TO SEMBRADO
           END-IF.
           DISPLAY "ISGDWHUSU SEMBRADO USUARIOS=" CONTADOR
                   " RESULTADO=" RESULTADO UPON SYSOUT.
       FIN-SIEMBRA.
           EXIT.

       SIEMBRAUNO SECTION.
       SUN.
           MOVE SPACES TO DWHIMAGEN.
           PERFORM PASAUSU.
           MOVE CLA OF RSGUSU TO CLAVEVER.
           MOVE 0 TO MOMENTOUSU.
           IF MODFECHA OF RSGUSU NUMERIC AND
              MODHORA OF RSGUSU NUMERIC
              COMPUTE MOMENTOUSU = MODFECHA OF RSGUSU * 1000000 +
                      MODHORA OF RSGUSU
           END-IF.
           MOVE 0 TO MOMENTOATR.
           MOVE CLA OF RSGUSU TO CLA OF RSGATR.
           READ FSGATR WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0"
              PERFORM PASAATR
              IF MODFECHA OF RSGATR NUMERIC AND
                 MODHORA OF RSGATR NUMERIC
                 COMPUTE MOMENTOATR = MODFECHA OF RSGATR * 1000000 +
                         MODHORA OF RSGATR
              END-IF
           END-IF.
           IF MOMENTOATR > MOMENTOUSU
              MOVE MOMENTOATR TO MOMENTOUSU
           END-IF.
           IF MOMENTOUSU = 0
              MOVE HOY TO FECHAVER
              MOVE AHORAHORA TO HORAVER
           ELSE
              DIVIDE MOMENTOUSU BY 1000000 GIVING FECHAVER
                     REMAINDER HORAVER
           END-IF.
           CALL "SRDWHVER" USING ACCIONVER TIPOVER CLAVEVER FECHAVER
                HORAVER ORIGENVER SECUENCIAVER DWHIMAGEN RESULTADOVER.
           IF RESULTADOVER = 2
              MOVE 2 TO RESULTADO
           ELSE
              ADD 1 TO CONTADOR
           END-IF.
       FIN-SIEMBRAUNO.
           EXIT.

       PASAUSU SECTION.
       PUS.
           MOVE DES OF RSGUSU TO IUS-DES.
           MOVE ACTIVO OF RSGUSU TO IUS-ACTIVO.
           MOVE FECHA-EFECTIVA OF RSGUSU TO IUS-FECHA-EFECTIVA.
           MOVE ENTIDAD OF RSGUSU TO IUS-ENTIDAD.
           MOVE TIPO-CUENTA OF RSGUSU TO IUS-TIPO-CUENTA.
           MOVE HABILITACION OF RSGUSU TO IUS-HABILITACION.
           MOVE IDIOMA OF RSGUSU TO IUS-IDIOMA.
       FIN-PASAUSU.
           EXIT.

       PASAATR SECTION.
       PAT.
           MOVE DEPARTAMENTO TO IUS-DEPARTAMENTO.
           MOVE RESPONSABLE TO IUS-RESPONSABLE.
           MOVE CENTRO-COSTE TO IUS-CENTRO-COSTE.
           MOVE PUESTO TO IUS-PUESTO.
       FIN-PASAATR.
           EXIT.

       APLICATRABAJO SECTION.
       APT.
           OPEN INPUT FDWHTMP.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-APLICATRABAJO
           END-IF.
           MOVE "T" TO ORIGENVER.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FDWHTMP NEXT RECORD AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 PERFORM APLICAENTRADA
              END-IF
           END-PERFORM.
           CLOSE FDWHTMP.
       FIN-APLICATRABAJO.
           EXIT.

       APLICAENTRADA SECTION.
       APE.
           MOVE TM-REGISTRO(1:64) TO CLAVEVER.
           MOVE TM-FECHA TO FECHAVER.
           MOVE TM-HORA TO HORAVER.
           MOVE TM-SECUENCIA TO SECUENCIAVER.
           IF TM-FUENTE = "1" AND TM-ABM = "B"
              MOVE "B" TO ACCIONVER
              PERFORM LLAMAVER
              GO TO FIN-APLICAENTRADA
           END-IF.
           MOVE "C" TO ACCIONVER.
           MOVE SPACES TO DWHIMAGEN.
           CALL "SRDWHVER" USING ACCIONVER TIPOVER CLAVEVER FECHAVER
                HORAVER ORIGENVER SECUENCIAVER DWHIMAGEN RESULTADOVER.
           IF RESULTADOVER = 2
              MOVE 2 TO RESULTADO
              GO TO FIN-APLICAENTRADA
           END-IF.
           IF TM-FUENTE = "2"
              IF RESULTADOVER = 3
                 GO TO FIN-APLICAENTRADA
              END-IF
              IF TM-ABM = "B"
                 MOVE SPACES TO IUS-DEPARTAMENTO IUS-RESPONSABLE
                                IUS-CENTRO-COSTE IUS-PUESTO
              ELSE
                 MOVE TM-REGISTRO(1:192) TO RSGATR
                 PERFORM PASAATR
              END-IF
           ELSE
              IF RESULTADOVER = 3
                 MOVE SPACES TO DWHIMAGEN
              END-IF
              MOVE TM-REGISTRO(1:192) TO RSGUSU
              PERFORM PASAUSU
           END-IF.
           MOVE "V" TO ACCIONVER.
           PERFORM LLAMAVER.
       FIN-APLICAENTRADA.
           EXIT.

       LLAMAVER SECTION.
       LLV.
           CALL "SRDWHVER" USING ACCIONVER TIPOVER CLAVEVER FECHAVER
                HORAVER ORIGENVER SECUENCIAVER DWHIMAGEN RESULTADOVER.
           IF RESULTADOVER = 2
              MOVE 2 TO RESULTADO
           END-IF.
           IF RESULTADOVER = 0
              ADD 1 TO CONTADOR
           END-IF.
       FIN-LLAMAVER.
           EXIT.

       LEETRAZAS SECTION.
       LTZ.
           MOVE MARCA TO MARCANUEVA.
           PERFORM VARYING GG FROM 1 BY 1 UNTIL GG > TOTALGEN
              MOVE SPACES TO NOMBRETRAZA
              STRING NOMBREBASE "TRZ" TABLA-GEN(GG)
                     DELIMITED BY " "
                     INTO NOMBRETRAZA
              END-STRING
              PERFORM LEEUNA
           END-PERFORM.
           MOVE SPACES TO NOMBRETRAZA.
           STRING NOMBREBASE "TRZ"
                  DELIMITED BY " "
                  INTO NOMBRETRAZA
           END-STRING.
           PERFORM LEEUNA.
       FIN-LEETRAZAS.
           EXIT.

       LEEUNA SECTION.
       LUN.
           OPEN INPUT FTRAZA.
           IF ERRORES NOT = "00"
              GO TO FIN-LEEUNA
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FTRAZA AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND TL-SECUENCIA NUMERIC AND
                 TL-SECUENCIA > MARCA
                 IF TL-SECUENCIA > MARCANUEVA
                    MOVE TL-SECUENCIA TO MARCANUEVA
                 END-IF
                 IF SOLOMARCA = 0 AND
                    (TL-ABM = "A" OR TL-ABM = "B" OR TL-ABM = "M")
                    PERFORM TOMAENTRADA
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FTRAZA.
       FIN-LEEUNA.
           EXIT.

       TOMAENTRADA SECTION.
       TEN.
           MOVE TL-FECHA TO TM-FECHA.
           MOVE TL-HORA TO TM-HORA.
           MOVE FUENTE TO TM-FUENTE.
           MOVE TL-SECUENCIA TO TM-SECUENCIA.
           MOVE TL-ABM TO TM-ABM.
           MOVE TL-REGISTRO TO TM-REGISTRO.
           WRITE RDWHTMP INVALID KEY
                 CONTINUE
           END-WRITE.
           ADD 1 TO CNT-ENTRADAS.
       FIN-TOMAENTRADA.
           EXIT.

       LEECATALOGO SECTION.
       LCT.
           MOVE 0 TO TOTALGEN.
           MOVE SPACES TO TABLA-GEN-L.
           MOVE SPACES TO NOMBRECAT.
           STRING NOMBREBASE "TRZCAT"
                  DELIMITED BY " "
                  INTO NOMBRECAT
           END-STRING.
           OPEN INPUT FCAT.
           IF ERRORES NOT = "00"
              GO TO FIN-LEECATALOGO
           END-IF.
           MOVE 1 TO SIGUECAT.
           PERFORM UNTIL SIGUECAT = 0
              READ FCAT AT END
                   MOVE 0 TO SIGUECAT
              END-READ
              IF SIGUECAT = 1 AND TOTALGEN < 400
                 ADD 1 TO TOTALGEN
                 MOVE RCAT TO TABLA-GEN(TOTALGEN)
              END-IF
           END-PERFORM.
           CLOSE FCAT.
       FIN-LEECATALOGO.
           EXIT.
