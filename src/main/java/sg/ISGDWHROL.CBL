       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGDWHROL.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DIMENSION DE ROLES DEL EXTRACTO PARA EL ALMACEN
                      (LA LLAMA ISGDWH): DESCRIPCION, ACTIVO, FECHA
                      EFECTIVA, ENTIDAD Y TIPO DE ROLE (NEGOCIO O
                      TECNICO). LA PRIMERA VEZ SE SIEMBRA CON FSGROLE
                      TAL COMO ESTA, FECHADO EN LA ULTIMA MODIFICACION
                      DE CADA ROLE, Y LA MARCA QUEDA AL FINAL DE SU
                      TRAZA. DESPUES SE APLICAN AL HISTORICO FSGDWH
                      (SRDWHVER) LAS ENTRADAS DE LA TRAZA DE FSGROLE
                      (CON LAS GENERACIONES DEL CATALOGO TRZCAT)
                      POSTERIORES A LA MARCA: ALTA O MODIFICACION ABRE
                      VERSION SI CAMBIA ALGO, BAJA CIERRA LA ABIERTA.
                      LA MARCA SOLO AVANZA SI TODO HA IDO BIEN.
                      RESULTADO 0 BIEN, 2 ERROR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGROLE-SEL".
           COPY "WO-TRAZA-SEL".

           SELECT FCAT
                  ASSIGN TO RANDOM NOMBRECAT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGROLE-FD".
           COPY "WO-TRAZA-FD".

       FD  FCAT
           DATA RECORD IS RCAT.
       01  RCAT       PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".
           COPY "WO-DWHIMG".

       01 NOMBREFSGROLE               PIC X(256).
       01 NOMBREBASE                  PIC X(256).
       01 NOMBRETRAZA                 PIC X(256).
       01 NOMBRECAT                   PIC X(256).
       01 SIGUE                       PIC 9.
       01 SIGUECAT                    PIC 9.
       01 TABLA-GEN-L.
          05 TABLA-GEN                PIC X(8) OCCURS 400 TIMES.
       01 TOTALGEN                    PIC 9(3).
       01 GG                          PIC 9(3).
       01 MARCANUEVA                  PIC 9(9).
       01 SOLOMARCA                   PIC 9.
       01 HOY                         PIC 9(8).
       01 AHORAHORA                   PIC 9(6).
       01 ACCIONVER                   PIC X(1).
       01 TIPOVER                     PIC X(1) VALUE "R".
       01 CLAVEVER                    PIC X(64).
       01 FECHAVER                    PIC 9(8).
       01 HORAVER                     PIC 9(6).
       01 ORIGENVER                   PIC X(1).
       01 SECUENCIAVER                PIC 9(9).
       01 RESULTADOVER                PIC 9.
       01 CNT-ENTRADAS                PIC 9(8).

       LINKAGE SECTION.
       01 SEMBRADO                    PIC X(1).
       01 MARCAROLE                   PIC 9(9).
       01 CONTADOR                    PIC 9(8).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING SEMBRADO MARCAROLE CONTADOR RESULTADO.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADOR.
           MOVE 0 TO RESULTADO.
           MOVE 0 TO CNT-ENTRADAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AHORAHORA.
           MOVE "mnu/SG/FSGROLE" TO NOMBREFSGROLE.
           MOVE "mnu/SG/FSGROLE" TO NOMBREBASE.
       PROCESOS.
           PERFORM LEECATALOGO.
           IF SEMBRADO NOT = "S"
              PERFORM SIEMBRA
           ELSE
              MOVE 0 TO SOLOMARCA
              MOVE "T" TO ORIGENVER
              PERFORM LEETRAZAS
           END-IF.
           MOVE "F" TO ACCIONVER.
           CALL "SRDWHVER" USING ACCIONVER TIPOVER CLAVEVER FECHAVER
                HORAVER ORIGENVER SECUENCIAVER DWHIMAGEN RESULTADOVER.
           IF RESULTADO = 0
              MOVE MARCANUEVA TO MARCAROLE
              MOVE "S" TO SEMBRADO
           END-IF.
           DISPLAY "ISGDWHROL ENTRADAS=" CNT-ENTRADAS
                   " VERSIONES=" CONTADOR
                   " RESULTADO=" RESULTADO UPON SYSOUT.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       SIEMBRA SECTION.
       SIE.
           MOVE 1 TO SOLOMARCA.
           PERFORM LEETRAZAS.
           OPEN INPUT FSGROLE.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGDWHROL NO SE PUDO ABRIR " NOMBREFSGROLE
                      UPON SYSOUT
              MOVE 2 TO RESULTADO
              GO TO FIN-SIEMBRA
           END-IF.
           MOVE "V" TO ACCIONVER.
           MOVE "S" TO ORIGENVER.
           MOVE 0 TO SECUENCIAVER.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGROLE NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 IF MODFECHA NUMERIC AND MODHORA NUMERIC AND
                    MODFECHA > 0
                    MOVE MODFECHA TO FECHAVER
                    MOVE MODHORA TO HORAVER
                 ELSE
                    MOVE HOY TO FECHAVER
                    MOVE AHORAHORA TO HORAVER
                 END-IF
                 PERFORM PASAROLE
                 PERFORM LLAMAVER
              END-IF
           END-PERFORM.
           CLOSE FSGROLE.
       FIN-SIEMBRA.
           EXIT.

       PASAROLE SECTION.
       PRO.
           MOVE SPACES TO DWHIMAGEN.
           MOVE CLA OF RSGROLE TO CLAVEVER.
           MOVE DES OF RSGROLE TO IRO-DES.
           MOVE ACTIVO TO IRO-ACTIVO.
           MOVE FECHA-EFECTIVA TO IRO-FECHA-EFECTIVA.
           MOVE ENTIDAD TO IRO-ENTIDAD.
           MOVE TIPO-ROLE TO IRO-TIPO-ROLE.
       FIN-PASAROLE.
           EXIT.

       APLICAENTRADA SECTION.
       APE.
           ADD 1 TO CNT-ENTRADAS.
           MOVE TL-REGISTRO(1:192) TO RSGROLE.
           MOVE TL-FECHA TO FECHAVER.
           MOVE TL-HORA TO HORAVER.
           MOVE TL-SECUENCIA TO SECUENCIAVER.
           PERFORM PASAROLE.
           IF TL-ABM = "B"
              MOVE "B" TO ACCIONVER
           ELSE
              MOVE "V" TO ACCIONVER
           END-IF.
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
           MOVE MARCAROLE TO MARCANUEVA.
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
                 TL-SECUENCIA > MARCAROLE
                 IF TL-SECUENCIA > MARCANUEVA
                    MOVE TL-SECUENCIA TO MARCANUEVA
                 END-IF
                 IF SOLOMARCA = 0 AND
                    (TL-ABM = "A" OR TL-ABM = "B" OR TL-ABM = "M")
                    PERFORM APLICAENTRADA
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FTRAZA.
       FIN-LEEUNA.
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
