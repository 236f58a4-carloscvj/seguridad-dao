       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGAMBITO.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      INFORME DE ADMINISTRACION DELEGADA (CARRETE
                      AMBITO): PRIMERO LISTA EL AMBITO DE CADA
                      ADMINISTRADOR SEGUN FSGAMB (SUBARBOLES DE NODOS,
                      DEPARTAMENTOS Y ENTIDADES, CON SU ESTADO), Y
                      DESPUES CADA INTENTO FUERA DE AMBITO QUE HA
                      DEJADO SRCHKAMB EN LA TRAZA mnu/SG/FSGAMBTRZ
                      DESDE LA FECHA RECIBIDA (CERO, TODA LA TRAZA):
                      QUIEN, CUANDO, DESDE QUE SERVIDOR O CARGADOR,
                      SOBRE QUE VALOR Y POR QUE. DEVUELVE EL NUMERO DE
                      INTENTOS Y RETURN-CODE 4 SI HAY ALGUNO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGAMB-SEL".
           COPY "WO-TRAZA-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGAMB-FD".
           COPY "WO-TRAZA-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGAMB                PIC X(256).
       01 NOMBRETRAZA                 PIC X(256).
       01 SIGUE                       PIC 9.
       01 DESDE                       PIC 9(8).
       01 ESTADOAMB                   PIC X(8).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "AMBITO".
       01 LINEASPOOL                  PIC X(132).
       01 CNT-FILAS                   PIC 9(8).
       01 CNT-INTENTOS                PIC 9(8).

       LINKAGE SECTION.
       01 FECHADESDE                  PIC 9(8).
       01 CONTADORAMB                 PIC 9(8).

       PROCEDURE DIVISION USING FECHADESDE CONTADORAMB.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORAMB.
           MOVE 0 TO CNT-FILAS.
           MOVE 0 TO CNT-INTENTOS.
           MOVE 0 TO DESDE.
           IF FECHADESDE NUMERIC
              MOVE FECHADESDE TO DESDE
           END-IF.
           MOVE "mnu/SG/FSGAMB" TO NOMBREFSGAMB.
           MOVE "mnu/SG/FSGAMBTRZ" TO NOMBRETRAZA.
       PROCESOS.
           MOVE "A" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           PERFORM LISTAAMBITOS.
           PERFORM LISTAINTENTOS.
           MOVE SPACES TO LINEASPOOL.
           STRING "TOTALES: FILAS DE AMBITO=" CNT-FILAS
                  " INTENTOS FUERA DE AMBITO=" CNT-INTENTOS
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE CNT-INTENTOS TO CONTADORAMB.
           IF CNT-INTENTOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       LISTAAMBITOS SECTION.
       LAM.
           MOVE "AMBITOS DE ADMINISTRACION DELEGADA:" TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           OPEN INPUT FSGAMB.
           IF ERROR-1 NOT = "0"
              MOVE "  NO HAY AMBITOS DEFINIDOS" TO LINEASPOOL
              PERFORM ESCUPELINEA
              GO TO FIN-LISTAAMBITOS
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGAMB NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 PERFORM LINEAAMBITO
              END-IF
           END-PERFORM.
           CLOSE FSGAMB.
       FIN-LISTAAMBITOS.
           EXIT.

       LINEAAMBITO SECTION.
       LNA.
           ADD 1 TO CNT-FILAS.
           IF ACTIVO = "N"
              MOVE "INACTIVO" TO ESTADOAMB
           ELSE
              MOVE "ACTIVO" TO ESTADOAMB
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "  " CLA-USUARIO(1:32) " " CLA-TIPO " "
                  CLA-VALOR(1:48) " " ESTADOAMB " " MODPOR
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-LINEAAMBITO.
           EXIT.

       LISTAINTENTOS SECTION.
       LIN.
           MOVE SPACES TO LINEASPOOL.
           STRING "INTENTOS FUERA DE AMBITO DESDE " DESDE ":"
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           OPEN INPUT FTRAZA.
           IF ERRORES NOT = "00"
              MOVE "  NO HAY INTENTOS REGISTRADOS" TO LINEASPOOL
              PERFORM ESCUPELINEA
              GO TO FIN-LISTAINTENTOS
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FTRAZA AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND TL-ABM = "X" AND
                 TL-FECHA NOT < DESDE
                 PERFORM LINEAINTENTO
              END-IF
           END-PERFORM.
           CLOSE FTRAZA.
       FIN-LISTAINTENTOS.
           EXIT.

       LINEAINTENTO SECTION.
       LNI.
           ADD 1 TO CNT-INTENTOS.
           MOVE SPACES TO LINEASPOOL.
           STRING "  " TL-FECHA " " TL-HORA " " TL-USUARIO " "
                  TL-REGISTRO(1:8) " " TL-REGISTRO(9:1) " "
                  TL-REGISTRO(10:32) " " TL-REGISTRO(74:40)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-LINEAINTENTO.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-ESCUPELINEA.
           EXIT.
