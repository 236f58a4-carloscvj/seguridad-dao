       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGAPLAFUS.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      FUSION Y SUSTITUCION DE FSGACC A PARTIR DE LAS
                      PARTICIONES CONSTRUIDAS POR ISGAPLAPAR. SOLO
                      ACTUA CUANDO TODAS LAS PARTICIONES DECLARADAS EN
                      mnu/SG/FSGACCPAR TIENEN SU CONTROL EN OK Y CON
                      FECHA DE HOY, Y CUANDO LA SUMA DE LAS FILAS DE
                      FSGUR LEIDAS POR LAS PARTICIONES CUADRA CON LAS
                      FILAS QUE TIENE FSGUR (UNA PARTICION QUE FALTA O
                      QUE SE SOLAPA CON OTRA NO CUADRA). SI NO, NO TOCA
                      FSGACC Y DEVUELVE RETURN-CODE 8 PARA RELANZAR LA
                      PARTICION QUE FALTE. SI CUADRA, GUARDA LA
                      GENERACION ANTERIOR EN FSGACCANT COMO ISGAPLANA,
                      MARCA FSGACC EN CONSTRUCCION (SRACCESTADO: EL
                      CAMINO RAPIDO DE AUTORIZACION NO LO USA), VUELCA
                      LOS FICHEROS DE TRABAJO, COMPRUEBA QUE DE CADA
                      UNO SE HAN VOLCADO LAS FILAS QUE DIJO SU
                      CONTROL, Y SOLO ENTONCES LO MARCA LISTO. SI EL
                      VOLCADO NO CUADRA LA MARCA SIGUE EN CONSTRUCCION
                      (TODO VA POR EL CAMINO LARGO) HASTA UNA FUSION
                      BUENA. SOLO CORRE DENTRO DE LA VENTANA DE
                      MANTENIMIENTO. LA GENERACION ANTERIOR LA GUARDA
                      SRACCGUARDA Y SOLO SI LA MARCA DE FSGACC ESTA EN
                      "L": TRAS UN VOLCADO FALLIDO SE CONSERVA LA
                      GENERACION BUENA DE ANTES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUR-SEL".
           COPY "FSGACC-SEL".
           COPY "WO-ACCPAR-SEL".
           COPY "WO-ACCPCT-SEL".
           COPY "WO-ACCW-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGUR-FD".
           COPY "FSGACC-FD".
           COPY "WO-ACCPAR-FD".
           COPY "WO-ACCPCT-FD".
           COPY "WO-ACCW-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGUR                 PIC X(256).
       01 NOMBREFSGACC                PIC X(256).
       01 NOMBREACCPAR                PIC X(256)
          VALUE "mnu/SG/FSGACCPAR".
       01 NOMBREACCPCT                PIC X(256).
       01 NOMBREACCW                  PIC X(256).
       01 CONTADORANT                 PIC 9(8).
       01 SIGUE                       PIC 9.
       01 ENVENTANA                   PIC 9.
       01 HOY                         PIC 9(8).
       01 TABLA-PAR-L.
          05 FILA-PAR OCCURS 50 TIMES.
             10 PAR-ID                PIC X(2).
             10 PAR-GRABADAS          PIC 9(8).
       01 TOTALPAR                    PIC 9(3).
       01 PP                          PIC 9(3).
       01 TODASOK                     PIC 9.
       01 SUMALEIDAS                  PIC 9(8).
       01 FILASFSGUR                  PIC 9(8).
       01 VOLCADAS                    PIC 9(8).
       01 DUPLICADAS                  PIC 9(8).
       01 CUADRA                      PIC 9.
       01 ACCIONEST                   PIC X(1) VALUE "G".
       01 ESTADOACC                   PIC X(1).
       01 PROGRAMAEST                 PIC X(12) VALUE "ISGAPLAFUS".

       LINKAGE SECTION.
       01 CONTADORGRAB                PIC 9(8).

       PROCEDURE DIVISION USING CONTADORGRAB.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORGRAB.
           MOVE 0 TO SUMALEIDAS.
           MOVE 0 TO FILASFSGUR.
           MOVE 0 TO DUPLICADAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
           MOVE "mnu/SG/FSGACC" TO NOMBREFSGACC.
       PROCESOS.
           CALL "SRVENTANA" USING ENVENTANA.
           IF ENVENTANA = 0
              DISPLAY "FUERA DE VENTANA DE MANTENIMIENTO" UPON SYSOUT
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM CARGAPARTICIONES.
           IF TOTALPAR = 0
              DISPLAY "ISGAPLAFUS NO HAY PARTICIONES DECLARADAS"
                      UPON SYSOUT
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 1 TO TODASOK.
           PERFORM VARYING PP FROM 1 BY 1 UNTIL PP > TOTALPAR
              PERFORM MIRACONTROL
           END-PERFORM.
           IF TODASOK = 0
              DISPLAY "ISGAPLAFUS HAY PARTICIONES SIN TERMINAR: "
                      "FSGACC NO SE SUSTITUYE" UPON SYSOUT
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM CUENTAFSGUR.
           IF FILASFSGUR NOT = SUMALEIDAS
              DISPLAY "ISGAPLAFUS DESCUADRE FILAS FSGUR=" FILASFSGUR
                      " LEIDAS POR PARTICIONES=" SUMALEIDAS
                      ": FSGACC NO SE SUSTITUYE" UPON SYSOUT
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           CALL "SRACCGUARDA" USING PROGRAMAEST CONTADORANT.
           MOVE "C" TO ESTADOACC.
           CALL "SRACCESTADO" USING ACCIONEST ESTADOACC PROGRAMAEST.
           CALL "PRUMKDIR" USING NOMBREFSGACC.
           OPEN OUTPUT FSGACC.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGAPLAFUS NO SE PUDO ABRIR " NOMBREFSGACC
                      UPON SYSOUT
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 1 TO CUADRA.
           PERFORM VARYING PP FROM 1 BY 1 UNTIL PP > TOTALPAR
              PERFORM VUELCAPARTICION
           END-PERFORM.
           CLOSE FSGACC.
           IF CUADRA = 0 OR DUPLICADAS > 0
              DISPLAY "ISGAPLAFUS EL VOLCADO NO CUADRA (DUPLICADAS="
                      DUPLICADAS "): FSGACC QUEDA EN CONSTRUCCION"
                      UPON SYSOUT
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "L" TO ESTADOACC.
           CALL "SRACCESTADO" USING ACCIONEST ESTADOACC PROGRAMAEST.
           DISPLAY "ISGAPLAFUS PARTICIONES=" TOTALPAR
                   " FILAS FSGUR=" FILASFSGUR
                   " FILAS FSGACC=" CONTADORGRAB UPON SYSOUT.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       CARGAPARTICIONES SECTION.
       CPA.
           MOVE 0 TO TOTALPAR.
           OPEN INPUT FACCPAR.
           IF ERRORES NOT = "00"
              GO TO FIN-CARGAPARTICIONES
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FACCPAR AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND PA-ID NOT = SPACES AND
                 (PA-TIPO = "U" OR PA-TIPO = "E") AND TOTALPAR < 50
                 ADD 1 TO TOTALPAR
                 MOVE PA-ID TO PAR-ID(TOTALPAR)
                 MOVE 0 TO PAR-GRABADAS(TOTALPAR)
              END-IF
           END-PERFORM.
           CLOSE FACCPAR.
       FIN-CARGAPARTICIONES.
           EXIT.

       MIRACONTROL SECTION.
       MCO.
           MOVE SPACES TO NOMBREACCPCT.
           STRING "mnu/SG/FSGACCW" PAR-ID(PP) "C"
                  DELIMITED BY SIZE
                  INTO NOMBREACCPCT
           END-STRING.
           OPEN INPUT FACCPCT.
           IF ERRORES NOT = "00"
              DISPLAY "ISGAPLAFUS PARTICION " PAR-ID(PP)
                      " SIN CONTROL" UPON SYSOUT
              MOVE 0 TO TODASOK
              GO TO FIN-MIRACONTROL
           END-IF.
           READ FACCPCT AT END
                MOVE SPACES TO PC-ESTADO
           END-READ.
           CLOSE FACCPCT.
           IF PC-ESTADO NOT = "OK" OR PC-FECHA NOT = HOY
              DISPLAY "ISGAPLAFUS PARTICION " PAR-ID(PP)
                      " ESTADO=" PC-ESTADO " FECHA=" PC-FECHA
                      UPON SYSOUT
              MOVE 0 TO TODASOK
              GO TO FIN-MIRACONTROL
           END-IF.
           ADD PC-LEIDAS TO SUMALEIDAS.
           MOVE PC-GRABADAS TO PAR-GRABADAS(PP).
       FIN-MIRACONTROL.
           EXIT.

       CUENTAFSGUR SECTION.
       CFU.
           OPEN INPUT FSGUR.
           IF ERROR-1 NOT = "0"
              GO TO FIN-CUENTAFSGUR
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 ADD 1 TO FILASFSGUR
              END-IF
           END-PERFORM.
           CLOSE FSGUR.
       FIN-CUENTAFSGUR.
           EXIT.

       VUELCAPARTICION SECTION.
       VPA.
           MOVE 0 TO VOLCADAS.
           MOVE SPACES TO NOMBREACCW.
           STRING "mnu/SG/FSGACCW" PAR-ID(PP)
                  DELIMITED BY SIZE
                  INTO NOMBREACCW
           END-STRING.
           OPEN INPUT FACCW.
           IF ERROR-1 NOT = "0"
              IF PAR-GRABADAS(PP) NOT = 0
                 MOVE 0 TO CUADRA
              END-IF
              GO TO FIN-VUELCAPARTICION
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FACCW NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 ADD 1 TO VOLCADAS
                 MOVE RACCW TO RSGACC
                 WRITE RSGACC INVALID KEY
                       ADD 1 TO DUPLICADAS
                 END-WRITE
                 IF ERROR-1 = "0"
                    ADD 1 TO CONTADORGRAB
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FACCW.
           IF VOLCADAS NOT = PAR-GRABADAS(PP)
              DISPLAY "ISGAPLAFUS PARTICION " PAR-ID(PP)
                      " VOLCADAS=" VOLCADAS
                      " CONTROL=" PAR-GRABADAS(PP) UPON SYSOUT
              MOVE 0 TO CUADRA
           END-IF.
       FIN-VUELCAPARTICION.
           EXIT.
