       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SREVIDENCIA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      RASTRO DE EVIDENCIA DE UNA CONCESION PARA
                      AUDITORIA, COMO LINEAS DE INFORME: LAS ENTRADAS
                      DE LA TRAZA DE FSGUR DE ESE USUARIO Y ROLE (CON
                      LAS GENERACIONES DEL CATALOGO TRZCAT), LA
                      JUSTIFICACION DE FSGJUST (SRGETJUST), LOS
                      TICKETS (SRTICKETLIS) Y LAS APROBACIONES DE
                      FSGPEND. CON ROLE EN BLANCO ES EL RASTRO DE UNA
                      BAJA: LA TRAZA DE FSGUSU DEL USUARIO Y LAS
                      REVOCACIONES DE SUS CONCESIONES EN LA TRAZA DE
                      FSGUR. COMO MUCHO 100 LINEAS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGPEND-SEL".
           COPY "WO-TRAZA-SEL".

           SELECT FCAT
                  ASSIGN TO RANDOM NOMBRECAT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGPEND-FD".
           COPY "WO-TRAZA-FD".

       FD  FCAT
           DATA RECORD IS RCAT.
       01  RCAT       PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGPEND               PIC X(256).
       01 NOMBREBASE                  PIC X(256).
       01 NOMBRETRAZA                 PIC X(256).
       01 NOMBRECAT                   PIC X(256).
       01 NOMBRECORTO                 PIC X(8).
       01 SOLOBAJAS                   PIC 9.
       01 SIGUE                       PIC 9.
       01 SIGUECAT                    PIC 9.
       01 TABLA-GEN-L.
          05 TABLA-GEN                PIC X(8) OCCURS 400 TIMES.
       01 TOTALGEN                    PIC 9(3).
       01 GG                          PIC 9(3).
       01 TT                          PIC 9(3).
       01 LINEAEV                     PIC X(132).
       01 SOBRAN                      PIC 9(5).
       01 TEXTOJUST                   PIC X(64).
       01 SOLICJUST                   PIC X(15).
       01 TICKETJUST                  PIC X(16).
       01 ENCONTRADOJUST              PIC 9.
       01 TABLA-TIK-L.
          05 LINEATIK                 PIC X(132) OCCURS 20 TIMES.
       01 TOTALTIK                    PIC 9(3).

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 ROLECODE                    PIC X(64).
       01 TABLA-EVI-L.
          05 LINEAEVI                 PIC X(132) OCCURS 100 TIMES.
       01 TOTALEVI                    PIC 9(3).

       PROCEDURE DIVISION USING USUCODE ROLECODE TABLA-EVI-L
                 TOTALEVI.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO TOTALEVI.
           MOVE 0 TO SOBRAN.
           MOVE SPACES TO TABLA-EVI-L.
           IF ROLECODE = SPACES OR ROLECODE = LOW-VALUES
              MOVE "mnu/SG/FSGUSU" TO NOMBREBASE
              MOVE "FSGUSU" TO NOMBRECORTO
              MOVE 0 TO SOLOBAJAS
              PERFORM LEETRAZAS
              MOVE 1 TO SOLOBAJAS
           ELSE
              MOVE 0 TO SOLOBAJAS
           END-IF.
           MOVE "mnu/SG/FSGUR" TO NOMBREBASE.
           MOVE "FSGUR" TO NOMBRECORTO.
           PERFORM LEETRAZAS.
           IF SOLOBAJAS = 0
              PERFORM JUSTIFICACION
           END-IF.
           CALL "SRTICKETLIS" USING USUCODE ROLECODE TABLA-TIK-L
                TOTALTIK.
           PERFORM VARYING TT FROM 1 BY 1 UNTIL TT > TOTALTIK
              MOVE LINEATIK(TT) TO LINEAEV
              PERFORM ANOTA
           END-PERFORM.
           PERFORM APROBACIONES.
           IF SOBRAN > 0
              MOVE SPACES TO LINEAEV
              STRING "... Y " SOBRAN " LINEAS MAS DE EVIDENCIA"
                     DELIMITED BY SIZE
                     INTO LINEAEV
              END-STRING
              MOVE LINEAEV TO LINEAEVI(100)
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       LEETRAZAS SECTION.
       LTZ.
           PERFORM LEECATALOGO.
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
              IF SIGUE = 1 AND TL-REGISTRO(1:64) = USUCODE
                 PERFORM MIRATRAZA
              END-IF
           END-PERFORM.
           CLOSE FTRAZA.
       FIN-LEEUNA.
           EXIT.

       MIRATRAZA SECTION.
       MTR.
           IF SOLOBAJAS = 0 AND NOMBRECORTO = "FSGUR" AND
              TL-REGISTRO(65:64) NOT = ROLECODE
              GO TO FIN-MIRATRAZA
           END-IF.
           IF SOLOBAJAS = 1 AND TL-ABM NOT = "B" AND
              (TL-ABM NOT = "M" OR TL-REGISTRO(129:1) NOT = "N")
              GO TO FIN-MIRATRAZA
           END-IF.
           MOVE SPACES TO LINEAEV.
           IF NOMBRECORTO = "FSGUR"
              STRING "TRAZA " NOMBRECORTO " " TL-FECHA " " TL-HORA
                     " " TL-USUARIO " " TL-ABM " SEC " TL-SECUENCIA
                     " " TL-REGISTRO(65:24) " ACTIVO="
                     TL-REGISTRO(129:1) " " TL-REGISTRO(159:8) "-"
                     TL-REGISTRO(167:8)
                     " " TL-EJECUCION
                     DELIMITED BY SIZE
                     INTO LINEAEV
              END-STRING
           ELSE
              STRING "TRAZA " NOMBRECORTO " " TL-FECHA " " TL-HORA
                     " " TL-USUARIO " " TL-ABM " SEC " TL-SECUENCIA
                     " ACTIVO=" TL-REGISTRO(129:1) " " TL-EJECUCION
                     DELIMITED BY SIZE
                     INTO LINEAEV
              END-STRING
           END-IF.
           PERFORM ANOTA.
       FIN-MIRATRAZA.
           EXIT.

       JUSTIFICACION SECTION.
       JUS.
           CALL "SRGETJUST" USING USUCODE ROLECODE TEXTOJUST
                SOLICJUST TICKETJUST ENCONTRADOJUST.
           MOVE SPACES TO LINEAEV.
           IF ENCONTRADOJUST = 1
              STRING "JUSTIFICACION " TEXTOJUST " SOLICITANTE "
                     SOLICJUST " TICKET " TICKETJUST
                     DELIMITED BY SIZE
                     INTO LINEAEV
              END-STRING
           ELSE
              MOVE "SIN JUSTIFICACION REGISTRADA" TO LINEAEV
           END-IF.
           PERFORM ANOTA.
       FIN-JUSTIFICACION.
           EXIT.

       APROBACIONES SECTION.
       APR.
           MOVE "mnu/SG/FSGPEND" TO NOMBREFSGPEND.
           OPEN INPUT FSGPEND.
           IF ERROR-1 NOT = "0"
              GO TO FIN-APROBACIONES
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGPEND NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND REGISTRO-PED(1:64) = USUCODE AND
                 (SOLOBAJAS = 1 OR (SERVIDOR-PED = "FSGUR" AND
                  REGISTRO-PED(65:64) = ROLECODE))
                 MOVE SPACES TO LINEAEV
                 STRING "PETICION " CLA-FECHA " " CLA-HORA " "
                        CLA-SEQ " " SERVIDOR-PED " " OPER-PED " "
                        SOLICITANTE " ESTADO " ESTADO-PED
                        " APROBADOR " APROBADOR " " APROB-FECHA
                        DELIMITED BY SIZE
                        INTO LINEAEV
                 END-STRING
                 PERFORM ANOTA
              END-IF
           END-PERFORM.
           CLOSE FSGPEND.
       FIN-APROBACIONES.
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

       ANOTA SECTION.
       ANO.
           IF TOTALEVI < 99
              ADD 1 TO TOTALEVI
              MOVE LINEAEV TO LINEAEVI(TOTALEVI)
           ELSE
              ADD 1 TO SOBRAN
              IF TOTALEVI = 99
                 ADD 1 TO TOTALEVI
              END-IF
           END-IF.
       FIN-ANOTA.
           EXIT.
