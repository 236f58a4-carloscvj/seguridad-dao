       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGCAMBUR.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      AVISOS DE CAMBIOS EN LAS CONCESIONES: RECORRE LA
                      TRAZA DE FSGUR (CON LAS GENERACIONES DEL
                      CATALOGO TRZCAT), QUE RECOGE TODO CAMBIO VENGA DE
                      DONDE VENGA (SSGUR, ISGPETICION, SSGPEND, LOS
                      BARRIDOS DE CADUCIDAD), Y POR CADA ALTA, BAJA O
                      MODIFICACION NUEVA DESDE LA MARCA DE AGUA
                      mnu/SG/FSGURTRZAVI DEJA UN AVISO EN EL BUZON
                      CENTRAL (SRAVISO) AL USUARIO Y A SU RESPONSABLE
                      DE FSGATR. LA MODIFICACION SE CLASIFICA CONTRA LA
                      IMAGEN ANTERIOR DE LA MISMA CONCESION EN LA
                      TRAZA: CONCEDIDO, RENOVADO (FECHA-HASTA MAYOR),
                      RECORTADO (MENOR), REVOCADO (ACTIVO "N") O
                      MODIFICADO. EL AVISO LLEVA LA DESCRIPCION DEL
                      ROLE EN EL IDIOMA DEL USUARIO (SRGETIDIOMA,
                      SRGETRDES), LAS FECHAS, EL TICKET DE LA
                      JUSTIFICACION, QUIEN HIZO EL CAMBIO Y SI FUE EN
                      LINEA O EN LOTE. EL REPARTIDOR ISGAVISOS JUNTA
                      LOS AVISOS DE CADA DESTINATARIO EN SU HOJA DEL
                      DIA. SIN MARCA PREVIA SOLO SE AVISA LO DE AYER Y
                      HOY. COMO MUCHO 500 CAMBIOS POR PASADA: LOS DEMAS
                      QUEDAN PARA LA SIGUIENTE (RETURN-CODE 4).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUR-SEL".
           COPY "WO-TRAZA-SEL".

           SELECT FCAT
                  ASSIGN TO RANDOM NOMBRECAT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT FHWM
                  ASSIGN TO RANDOM NOMBREHWM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGUR-FD".
           COPY "WO-TRAZA-FD".

       FD  FCAT
           DATA RECORD IS RCAT.
       01  RCAT       PIC X(8).

       FD  FHWM
           DATA RECORD IS RHWM.
       01  RHWM.
           03 HW-SECUENCIA PIC 9(9).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGUR                 PIC X(256).
       01 NOMBREBASE                  PIC X(256).
       01 NOMBRETRAZA                 PIC X(256).
       01 NOMBREHWM                   PIC X(256).
       01 NOMBRECAT                   PIC X(256).
       01 SIGUE                       PIC 9.
       01 SIGUECAT                    PIC 9.
       01 TABLA-GEN-L.
          05 TABLA-GEN                PIC X(8) OCCURS 400 TIMES.
       01 TOTALGEN                    PIC 9(3).
       01 GG                          PIC 9(3).
       01 MARCA                       PIC 9(9).
       01 MARCANUEVA                  PIC 9(9).
       01 PRIMERAVEZ                  PIC 9.
       01 PASADA                      PIC 9.
       01 LLENA                       PIC 9.
       01 HOY                         PIC 9(8).
       01 AYER                        PIC 9(8).
       01 HOYENTERO                   PIC 9(7).
       01 TABLA-CAMBIO-L.
          05 FILA-CAMBIO OCCURS 500 TIMES.
             10 CB-SECUENCIA          PIC 9(9).
             10 CB-ABM                PIC X(1).
             10 CB-FECHA              PIC 9(8).
             10 CB-USUARIO            PIC X(15).
             10 CB-EJECUCION          PIC X(16).
             10 CB-REGISTRO           PIC X(192).
             10 CB-TIENEPREV          PIC 9.
             10 CB-PREVACTIVO         PIC X(1).
             10 CB-PREVHASTA          PIC 9(8).
       01 TOTALCAMBIO                 PIC 9(3).
       01 CC                          PIC 9(3).
       01 VERBO                       PIC X(10).
       01 HASTANUEVA                  PIC 9(8).
       01 HASTAPREVIA                 PIC 9(8).
       01 HASTATEXTO                  PIC X(8).
       01 IDIOMAUSU                   PIC X(8).
       01 ENCONTRADOIDI               PIC 9.
       01 DESROLE                     PIC X(64).
       01 ENCONTRADODES               PIC 9.
       01 TEXTOJUST                   PIC X(64).
       01 SOLICJUST                   PIC X(15).
       01 TICKETJUST                  PIC X(16).
       01 ENCONTRADOJUST              PIC 9.
       01 TICKETAVISO                 PIC X(16).
       01 ORIGENCAMBIO                PIC X(8).
       01 ORIGENAVISO                 PIC X(8) VALUE "ISGCAMB".
       01 SEVERIDAD                   PIC X(1).
       01 TEXTOAVISO                  PIC X(128).
       01 TEXTORESP                   PIC X(128).
       01 RESULTADOAVI                PIC 9.
       01 RESPONUSU                   PIC X(64).
       01 DEPARTUSU                   PIC X(16).
       01 ENCONTRADOATR               PIC 9.
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "CAMBUR".
       01 LINEASPOOL                  PIC X(132).
       01 CNT-CAMBIOS                 PIC 9(8).
       01 CNT-AVISOS                  PIC 9(8).

       LINKAGE SECTION.
       01 CONTADORCAMB                PIC 9(8).

       PROCEDURE DIVISION USING CONTADORCAMB.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORCAMB.
           MOVE 0 TO CNT-CAMBIOS.
           MOVE 0 TO CNT-AVISOS.
           MOVE 0 TO TOTALCAMBIO.
           MOVE 0 TO LLENA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           COMPUTE HOYENTERO = FUNCTION INTEGER-OF-DATE(HOY).
           COMPUTE AYER = FUNCTION DATE-OF-INTEGER(HOYENTERO - 1).
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
           MOVE "mnu/SG/FSGUR" TO NOMBREBASE.
           MOVE "mnu/SG/FSGURTRZAVI" TO NOMBREHWM.
       PROCESOS.
           PERFORM LEEMARCA.
           MOVE MARCA TO MARCANUEVA.
           PERFORM LEECATALOGO.
           MOVE 1 TO PASADA.
           PERFORM LEETRAZAS.
           IF TOTALCAMBIO > 0
              MOVE 2 TO PASADA
              PERFORM LEETRAZAS
           END-IF.
           MOVE "A" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "CAMBIOS EN CONCESIONES AVISADOS EL " HOY
                  " (DESDE LA SECUENCIA " MARCA "):"
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           PERFORM VARYING CC FROM 1 BY 1 UNTIL CC > TOTALCAMBIO
              PERFORM AVISACAMBIO
           END-PERFORM.
           IF LLENA = 1
              MOVE "  QUEDAN CAMBIOS PARA LA SIGUIENTE PASADA"
                   TO LINEASPOOL
              PERFORM ESCUPELINEA
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "TOTALES: CAMBIOS=" CNT-CAMBIOS
                  " AVISOS=" CNT-AVISOS
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           IF MARCANUEVA > MARCA OR PRIMERAVEZ = 1
              MOVE MARCANUEVA TO MARCA
              PERFORM GRABAMARCA
           END-IF.
           MOVE CNT-CAMBIOS TO CONTADORCAMB.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       LEETRAZAS SECTION.
       LTZ.
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
              IF SIGUE = 1 AND TL-SECUENCIA NUMERIC
                 IF PASADA = 1
                    PERFORM TOMACAMBIO
                 ELSE
                    PERFORM BUSCAPREVIO
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FTRAZA.
       FIN-LEEUNA.
           EXIT.

       TOMACAMBIO SECTION.
       TCA.
           IF LLENA = 1
              GO TO FIN-TOMACAMBIO
           END-IF.
           IF PRIMERAVEZ = 0 AND TL-SECUENCIA NOT > MARCA
              GO TO FIN-TOMACAMBIO
           END-IF.
           IF (PRIMERAVEZ = 1 AND TL-FECHA < AYER) OR
              (TL-ABM NOT = "A" AND TL-ABM NOT = "B" AND
               TL-ABM NOT = "M")
              IF TL-SECUENCIA > MARCANUEVA
                 MOVE TL-SECUENCIA TO MARCANUEVA
              END-IF
              GO TO FIN-TOMACAMBIO
           END-IF.
           IF TOTALCAMBIO = 500
              MOVE 1 TO LLENA
              GO TO FIN-TOMACAMBIO
           END-IF.
           ADD 1 TO TOTALCAMBIO.
           MOVE TL-SECUENCIA TO CB-SECUENCIA(TOTALCAMBIO).
           MOVE TL-ABM TO CB-ABM(TOTALCAMBIO).
           MOVE TL-FECHA TO CB-FECHA(TOTALCAMBIO).
           MOVE TL-USUARIO TO CB-USUARIO(TOTALCAMBIO).
           MOVE TL-EJECUCION TO CB-EJECUCION(TOTALCAMBIO).
           MOVE TL-REGISTRO(1:192) TO CB-REGISTRO(TOTALCAMBIO).
           MOVE 0 TO CB-TIENEPREV(TOTALCAMBIO).
           MOVE SPACE TO CB-PREVACTIVO(TOTALCAMBIO).
           MOVE 0 TO CB-PREVHASTA(TOTALCAMBIO).
           IF TL-SECUENCIA > MARCANUEVA
              MOVE TL-SECUENCIA TO MARCANUEVA
           END-IF.
       FIN-TOMACAMBIO.
           EXIT.

       BUSCAPREVIO SECTION.
       BPR.
           IF TL-SECUENCIA NOT < CB-SECUENCIA(TOTALCAMBIO)
              GO TO FIN-BUSCAPREVIO
           END-IF.
           MOVE TL-REGISTRO(1:192) TO RSGUR.
           PERFORM VARYING CC FROM 1 BY 1 UNTIL CC > TOTALCAMBIO
              IF CB-REGISTRO(CC)(1:128) = CLA AND
                 TL-SECUENCIA < CB-SECUENCIA(CC)
                 MOVE 1 TO CB-TIENEPREV(CC)
                 MOVE ACTIVO TO CB-PREVACTIVO(CC)
                 IF TL-ABM = "B"
                    MOVE "N" TO CB-PREVACTIVO(CC)
                 END-IF
                 MOVE FECHA-HASTA TO CB-PREVHASTA(CC)
              END-IF
           END-PERFORM.
       FIN-BUSCAPREVIO.
           EXIT.

       AVISACAMBIO SECTION.
       AVC.
           ADD 1 TO CNT-CAMBIOS.
           MOVE CB-REGISTRO(CC) TO RSGUR.
           MOVE FECHA-HASTA TO HASTANUEVA.
           IF FECHA-HASTA NOT NUMERIC OR FECHA-HASTA = 0
              MOVE 99999999 TO HASTANUEVA
           END-IF.
           MOVE CB-PREVHASTA(CC) TO HASTAPREVIA.
           IF CB-PREVHASTA(CC) NOT NUMERIC OR CB-PREVHASTA(CC) = 0
              MOVE 99999999 TO HASTAPREVIA
           END-IF.
           MOVE "I" TO SEVERIDAD.
           EVALUATE TRUE
              WHEN CB-ABM(CC) = "A"
                 MOVE "CONCEDIDO" TO VERBO
              WHEN CB-ABM(CC) = "B"
                 MOVE "REVOCADO" TO VERBO
                 MOVE "W" TO SEVERIDAD
              WHEN ACTIVO = "N" AND CB-PREVACTIVO(CC) NOT = "N"
                 MOVE "REVOCADO" TO VERBO
                 MOVE "W" TO SEVERIDAD
              WHEN ACTIVO = "N"
                 MOVE "MODIFICADO" TO VERBO
              WHEN CB-TIENEPREV(CC) = 1 AND CB-PREVACTIVO(CC) = "N"
                 MOVE "CONCEDIDO" TO VERBO
              WHEN CB-TIENEPREV(CC) = 1 AND HASTANUEVA > HASTAPREVIA
                 MOVE "RENOVADO" TO VERBO
              WHEN CB-TIENEPREV(CC) = 1 AND HASTANUEVA < HASTAPREVIA
                 MOVE "RECORTADO" TO VERBO
                 MOVE "W" TO SEVERIDAD
              WHEN OTHER
                 MOVE "MODIFICADO" TO VERBO
           END-EVALUATE.
           IF HASTANUEVA = 99999999
              MOVE "SIN FIN" TO HASTATEXTO
           ELSE
              MOVE FECHA-HASTA TO HASTATEXTO
           END-IF.
           CALL "SRGETIDIOMA" USING CLA-USUARIO IDIOMAUSU
                ENCONTRADOIDI.
           CALL "SRGETRDES" USING CLA-ROLE IDIOMAUSU DESROLE
                ENCONTRADODES.
           MOVE SPACES TO TICKETJUST.
           CALL "SRGETJUST" USING CLA-USUARIO CLA-ROLE TEXTOJUST
                SOLICJUST TICKETJUST ENCONTRADOJUST.
           MOVE "--" TO TICKETAVISO.
           IF ENCONTRADOJUST = 1 AND TICKETJUST NOT = SPACES
              MOVE TICKETJUST TO TICKETAVISO
           END-IF.
           IF CB-EJECUCION(CC) = SPACES OR
              CB-EJECUCION(CC) = LOW-VALUES
              MOVE "EN LINEA" TO ORIGENCAMBIO
           ELSE
              MOVE "EN LOTE" TO ORIGENCAMBIO
           END-IF.
           MOVE SPACES TO TEXTOAVISO.
           STRING VERBO DELIMITED BY " "
                  " " DESROLE(1:36) DELIMITED BY "  "
                  " DEL " FECHA-DESDE
                  " AL " HASTATEXTO " TICKET " TICKETAVISO
                  " POR " CB-USUARIO(CC) " " ORIGENCAMBIO
                  DELIMITED BY SIZE
                  INTO TEXTOAVISO
           END-STRING.
           CALL "SRAVISO" USING CLA-USUARIO ORIGENAVISO
                SEVERIDAD TEXTOAVISO RESULTADOAVI.
           IF RESULTADOAVI = 0
              ADD 1 TO CNT-AVISOS
           END-IF.
           CALL "SRGETRESP" USING CLA-USUARIO RESPONUSU
                DEPARTUSU ENCONTRADOATR.
           IF ENCONTRADOATR = 1 AND RESPONUSU NOT = SPACES AND
              RESPONUSU NOT = CLA-USUARIO
              MOVE SPACES TO TEXTORESP
              STRING CLA-USUARIO DELIMITED BY " "
                     ": " TEXTOAVISO
                     DELIMITED BY SIZE
                     INTO TEXTORESP
              END-STRING
              CALL "SRAVISO" USING RESPONUSU ORIGENAVISO
                   SEVERIDAD TEXTORESP RESULTADOAVI
              IF RESULTADOAVI = 0
                 ADD 1 TO CNT-AVISOS
              END-IF
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "  " CB-FECHA(CC) " " VERBO " "
                  CLA-USUARIO(1:20) " " CLA-ROLE(1:20) " "
                  FECHA-DESDE "-" HASTATEXTO " " TICKETAVISO " "
                  CB-USUARIO(CC) " " CB-EJECUCION(CC)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-AVISACAMBIO.
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

       LEEMARCA SECTION.
       LMA.
           MOVE 0 TO MARCA.
           MOVE 1 TO PRIMERAVEZ.
           OPEN INPUT FHWM.
           IF ERRORES NOT = "00"
              GO TO FIN-LEEMARCA
           END-IF.
           MOVE 0 TO PRIMERAVEZ.
           READ FHWM AT END
                GO TO CERRARM.
           MOVE HW-SECUENCIA TO MARCA.
       CERRARM.
           CLOSE FHWM.
       FIN-LEEMARCA.
           EXIT.

       GRABAMARCA SECTION.
       GMA.
           OPEN OUTPUT FHWM.
           IF ERRORES NOT = "00"
              GO TO FIN-GRABAMARCA
           END-IF.
           MOVE MARCA TO HW-SECUENCIA.
           WRITE RHWM.
           CLOSE FHWM.
       FIN-GRABAMARCA.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-ESCUPELINEA.
           EXIT.
