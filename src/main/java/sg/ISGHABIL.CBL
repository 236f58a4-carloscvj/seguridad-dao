       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGHABIL.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      INFORME NOCTURNO DE CONCESIONES BLOQUEADAS POR
                      HABILITACION: RECORRE LAS CONCESIONES ACTIVAS DE
                      FSGUR Y LISTA LAS QUE ALCANZAN ALGUN NODO CUYA
                      CLASIFICACION EN FSGNAT (PROPIA O HEREDADA,
                      SRCLASIF) SUPERA LA HABILITACION DEL USUARIO EN
                      FSGUSU, CON LA CLASIFICACION MAS ALTA QUE ALCANZA
                      EL ROLE Y EL NODO DONDE ESTA. ESOS NODOS LOS
                      DENIEGA SRAUTORIZA AUNQUE EL ROLE LOS CUBRA: O
                      SE SUBE LA HABILITACION O SOBRA LA CONCESION. LO
                      QUE ALCANZA CADA ROLE SE CALCULA UNA VEZ POR
                      PASADA (SRHABROLE). SALE POR CONSOLA Y POR EL
                      CARRETE DE INFORMES (HABILITA). CONTADORHAB
                      DEVUELVE EL NUMERO DE CONCESIONES BLOQUEADAS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUR-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGUR-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGUR                 PIC X(256).
       01 SIGUE                       PIC 9.
       01 HABILCERO                   PIC 9(1) VALUE 0.
       01 HABILUSU                    PIC 9(1).
       01 ENCONTRADOHAB               PIC 9.
       01 TOTALSOBRE                  PIC 9(3).
       01 CLASIFMAX                   PIC 9(1).
       01 NODOMAX                     PIC X(64).
       01 TABLA-CROL-L.
          05 TABLA-CROL OCCURS 300 TIMES.
             10 CR-ROLE               PIC X(64).
             10 CR-CLASIF             PIC 9(1).
             10 CR-NODO               PIC X(64).
       01 TOTALCROL                   PIC 9(3).
       01 RR                          PIC 9(3).
       01 ENCONTRADOCR                PIC 9(3).
       01 CNT-GRANTS                  PIC 9(8).
       01 CNT-BLOQUEADAS              PIC 9(8).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "HABILITA".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).

       LINKAGE SECTION.
       01 CONTADORHAB                 PIC 9(8).

       PROCEDURE DIVISION USING CONTADORHAB.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORHAB.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CNT-GRANTS.
           MOVE 0 TO CNT-BLOQUEADAS.
           MOVE 0 TO TOTALCROL.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
       PROCESOS.
           OPEN INPUT FSGUR.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGHABIL NO SE PUDO ABRIR " NOMBREFSGUR
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE "CONCESIONES BLOQUEADAS POR HABILITACION:"
                TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ACTIVO NOT = "N"
                 PERFORM TRATAGRANT
              END-IF
           END-PERFORM.
           CLOSE FSGUR.
           MOVE SPACES TO LINEASPOOL.
           STRING "TOTALES: CONCESIONES=" CNT-GRANTS
                  " BLOQUEADAS=" CNT-BLOQUEADAS
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE CNT-BLOQUEADAS TO CONTADORHAB.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       TRATAGRANT SECTION.
       TGR.
           ADD 1 TO CNT-GRANTS.
           PERFORM BUSCAROLE.
           IF CR-CLASIF(ENCONTRADOCR) = 0
              GO TO FIN-TRATAGRANT
           END-IF.
           CALL "SRGETHABIL" USING CLA-USUARIO HABILUSU
                ENCONTRADOHAB.
           IF HABILUSU NOT < CR-CLASIF(ENCONTRADOCR)
              GO TO FIN-TRATAGRANT
           END-IF.
           ADD 1 TO CNT-BLOQUEADAS.
           MOVE SPACES TO LINEASPOOL.
           STRING "  " CLA-USUARIO(1:30) " " CLA-ROLE(1:30)
                  " HABILITACION " HABILUSU
                  " CLASIFICACION " CR-CLASIF(ENCONTRADOCR)
                  " EN " CR-NODO(ENCONTRADOCR)(1:30)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-TRATAGRANT.
           EXIT.

       BUSCAROLE SECTION.
       BRO.
           MOVE 0 TO ENCONTRADOCR.
           PERFORM VARYING RR FROM 1 BY 1
                   UNTIL RR > TOTALCROL OR ENCONTRADOCR > 0
              IF CR-ROLE(RR) = CLA-ROLE
                 MOVE RR TO ENCONTRADOCR
              END-IF
           END-PERFORM.
           IF ENCONTRADOCR > 0
              GO TO FIN-BUSCAROLE
           END-IF.
           CALL "SRHABROLE" USING CLA-ROLE HABILCERO TOTALSOBRE
                CLASIFMAX NODOMAX.
           IF TOTALCROL < 300
              ADD 1 TO TOTALCROL
           END-IF.
           MOVE TOTALCROL TO ENCONTRADOCR.
           MOVE CLA-ROLE TO CR-ROLE(ENCONTRADOCR).
           MOVE CLASIFMAX TO CR-CLASIF(ENCONTRADOCR).
           MOVE NODOMAX TO CR-NODO(ENCONTRADOCR).
       FIN-BUSCAROLE.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
