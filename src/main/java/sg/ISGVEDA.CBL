       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGVEDA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      INFORME PARA LOS AUDITORES DE LOS PERIODOS DE
                      VEDA DE CAMBIOS (FILAS TIPO "V" DE FSGCAL) QUE
                      TOCAN EL INTERVALO PEDIDO (FECHAS A CERO, TODOS)
                      Y, BAJO CADA UNO, TODAS LAS EXCEPCIONES QUE
                      ENTRARON DURANTE LA VEDA: FIRECALL DE SSGUR Y
                      APROBACIONES DE FSGPEND CON SALTA-VEDA, SEGUN
                      LA TRAZA DE EXCEPCIONES QUE APUNTA SRCHKVEDA
                      (mnu/SG/FSGVEDATRZ): FECHA, HORA, QUIEN, MAESTRO,
                      OPERACION Y DETALLE. SALE POR CONSOLA Y POR EL
                      CARRETE DE INFORMES (VEDA). CONTADORVEDA
                      DEVUELVE EL NUMERO DE EXCEPCIONES LISTADAS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGCAL-SEL".
           COPY "WO-TRAZA-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGCAL-FD".
           COPY "WO-TRAZA-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGCAL                PIC X(256).
       01 NOMBRETRAZA                 PIC X(256).
       01 SIGUE                       PIC 9.
       01 SIGUETRZ                    PIC 9.
       01 DESDE                       PIC 9(8).
       01 HASTA                       PIC 9(8).
       01 FINVEDA                     PIC 9(8).
       01 CNT-PERIODOS                PIC 9(8).
       01 CNT-EXCEPCIONES             PIC 9(8).
       01 CNT-DELPERIODO              PIC 9(8).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "VEDA".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).

       LINKAGE SECTION.
       01 FECHADESDEIN                PIC 9(8).
       01 FECHAHASTAIN                PIC 9(8).
       01 CONTADORVEDA                PIC 9(8).

       PROCEDURE DIVISION USING FECHADESDEIN FECHAHASTAIN
                 CONTADORVEDA.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORVEDA.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CNT-PERIODOS.
           MOVE 0 TO CNT-EXCEPCIONES.
           MOVE 0 TO DESDE.
           MOVE 99999999 TO HASTA.
           IF FECHADESDEIN NUMERIC AND FECHADESDEIN NOT = 0
              MOVE FECHADESDEIN TO DESDE
           END-IF.
           IF FECHAHASTAIN NUMERIC AND FECHAHASTAIN NOT = 0
              MOVE FECHAHASTAIN TO HASTA
           END-IF.
           MOVE "mnu/SG/FSGCAL" TO NOMBREFSGCAL.
           MOVE "mnu/SG/FSGVEDATRZ" TO NOMBRETRAZA.
       PROCESOS.
           OPEN INPUT FSGCAL.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGVEDA NO SE PUDO ABRIR " NOMBREFSGCAL
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "PERIODOS DE VEDA DE CAMBIOS Y SUS EXCEPCIONES "
                  "ENTRE " DESDE " Y " HASTA ":"
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGCAL NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND TIPO-DIA = "V"
                 PERFORM TRATAPERIODO
              END-IF
           END-PERFORM.
           CLOSE FSGCAL.
           MOVE SPACES TO LINEASPOOL.
           STRING "TOTALES: PERIODOS=" CNT-PERIODOS
                  " EXCEPCIONES=" CNT-EXCEPCIONES
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE CNT-EXCEPCIONES TO CONTADORVEDA.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       TRATAPERIODO SECTION.
       TPE.
           MOVE VEDA-HASTA TO FINVEDA.
           IF VEDA-HASTA NOT NUMERIC OR VEDA-HASTA = 0
              MOVE CLA-FECHA TO FINVEDA
           END-IF.
           IF CLA-FECHA > HASTA OR FINVEDA < DESDE
              GO TO FIN-TRATAPERIODO
           END-IF.
           ADD 1 TO CNT-PERIODOS.
           MOVE SPACES TO LINEASPOOL.
           STRING "VEDA " CLA-FECHA " A " FINVEDA
                  " ENTIDAD=" CLA-ENTIDAD
                  " MAESTRO=" VEDA-FICHERO
                  " " DES(1:60)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE 0 TO CNT-DELPERIODO.
           OPEN INPUT FTRAZA.
           IF ERRORES NOT = "00"
              GO TO CIERRA-PERIODO
           END-IF.
           MOVE 1 TO SIGUETRZ.
           PERFORM UNTIL SIGUETRZ = 0
              READ FTRAZA AT END
                   MOVE 0 TO SIGUETRZ
              END-READ
              IF SIGUETRZ = 1 AND
                 TL-REGISTRO(145:8) = CLA-FECHA AND
                 TL-REGISTRO(153:4) = CLA-ENTIDAD
                 PERFORM LINEAEXCEPCION
              END-IF
           END-PERFORM.
           CLOSE FTRAZA.
       CIERRA-PERIODO.
           MOVE SPACES TO LINEASPOOL.
           STRING "  EXCEPCIONES EN ESTE PERIODO=" CNT-DELPERIODO
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-TRATAPERIODO.
           EXIT.

       LINEAEXCEPCION SECTION.
       LEX.
           ADD 1 TO CNT-DELPERIODO.
           ADD 1 TO CNT-EXCEPCIONES.
           MOVE SPACES TO LINEASPOOL.
           STRING "  " TL-FECHA " " TL-HORA " " TL-USUARIO
                  " " TL-REGISTRO(1:8) " " TL-REGISTRO(9:8)
                  " " TL-REGISTRO(17:32) " " TL-REGISTRO(81:32)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-LINEAEXCEPCION.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
