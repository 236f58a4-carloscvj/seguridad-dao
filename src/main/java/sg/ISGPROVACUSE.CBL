       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGPROVACUSE.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      CONCILIA LOS ACUSES DE LAS APLICACIONES CON EL
                      LIBRO DE INSTRUCCIONES FSGPROV QUE DEJA
                      ISGPROVISION. LEE EL FICHERO DE ACUSES (POR
                      DEFECTO mnu/SG/PROVACUSE) CON LINEAS
                      "ACK|SERVICIO|LOTE|LINEA|OK|TEXTO" O "...|KO|"
                      Y MARCA CADA INSTRUCCION COMO ACUSADA (A) O
                      RECHAZADA (R) CON LA FECHA Y EL TEXTO DE LA
                      APLICACION; LOS ACUSES QUE NO CASAN CON
                      NINGUNA INSTRUCCION SE LISTAN APARTE. DESPUES
                      LISTA TODA INSTRUCCION AUN SIN ACUSE O
                      RECHAZADA CON SU ANTIGUEDAD EN DIAS,
                      SENALANDO LAS BAJAS, PORQUE UNA REVOCACION NO
                      ESTA TERMINADA HASTA QUE LA APLICACION LA
                      CONFIRMA. SALE POR CONSOLA Y POR EL CARRETE DE
                      INFORMES (PROVACUSE).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGPROV-SEL".

           SELECT FACUSE
                  ASSIGN TO RANDOM NOMBREACUSE
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGPROV-FD".

       FD  FACUSE
           DATA RECORD IS RACUSE.
       01  RACUSE                      PIC X(256).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGPROV               PIC X(256).
       01 NOMBREACUSE                 PIC X(256).
       01 SIGUE                       PIC 9.
       01 HOY                         PIC 9(8).
       01 AC-TIPO                     PIC X(3).
       01 AC-SERVICIO                 PIC X(64).
       01 AC-LOTE                     PIC X(6).
       01 AC-LINEA                    PIC X(6).
       01 AC-RESULTADO                PIC X(2).
       01 AC-TEXTO                    PIC X(40).
       01 DIASEDAD                    PIC 9(5).
       01 ACCIONTXT                   PIC X(6).
       01 ESTADOTXT                   PIC X(10).
       01 CNT-LEIDOS                  PIC 9(8).
       01 CNT-ACUSADOS                PIC 9(8).
       01 CNT-RECHAZADOS              PIC 9(8).
       01 CNT-DESCONOCIDOS            PIC 9(8).
       01 CNT-PENDIENTES              PIC 9(8).
       01 CNT-BAJASPEND               PIC 9(8).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "PROVACUSE".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).

       LINKAGE SECTION.
       01 NOMBREACUSEIN               PIC X(256).
       01 CONTADORPEND                PIC 9(8).

       PROCEDURE DIVISION USING NOMBREACUSEIN CONTADORPEND.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORPEND.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CNT-LEIDOS.
           MOVE 0 TO CNT-ACUSADOS.
           MOVE 0 TO CNT-RECHAZADOS.
           MOVE 0 TO CNT-DESCONOCIDOS.
           MOVE 0 TO CNT-PENDIENTES.
           MOVE 0 TO CNT-BAJASPEND.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE "mnu/SG/FSGPROV" TO NOMBREFSGPROV.
           MOVE NOMBREACUSEIN TO NOMBREACUSE.
           IF NOMBREACUSE = SPACES OR LOW-VALUES
              MOVE "mnu/SG/PROVACUSE" TO NOMBREACUSE
           END-IF.
       PROCESOS.
           OPEN I-O FSGPROV.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGPROVACUSE NO SE PUDO ABRIR " NOMBREFSGPROV
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE "CONCILIACION DE ACUSES DE APROVISIONAMIENTO"
                TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           PERFORM LEEACUSES.
           PERFORM LISTAPENDIENTES.
           CLOSE FSGPROV.
           MOVE CNT-PENDIENTES TO CONTADORPEND.
           MOVE SPACES TO LINEASPOOL.
           STRING "ACUSES LEIDOS=" CNT-LEIDOS
                  " OK=" CNT-ACUSADOS
                  " KO=" CNT-RECHAZADOS
                  " DESCONOCIDOS=" CNT-DESCONOCIDOS
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE SPACES TO LINEASPOOL.
           STRING "INSTRUCCIONES SIN CERRAR=" CNT-PENDIENTES
                  " DE ELLAS BAJAS=" CNT-BAJASPEND
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       LEEACUSES SECTION.
       LAC.
           OPEN INPUT FACUSE.
           IF ERRORES NOT = "00"
              MOVE SPACES TO LINEASPOOL
              STRING "SIN FICHERO DE ACUSES " NOMBREACUSE(1:80)
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              GO TO FIN-LEEACUSES
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FACUSE AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 PERFORM APLICAACUSE
              END-IF
           END-PERFORM.
           CLOSE FACUSE.
       FIN-LEEACUSES.
           EXIT.

       APLICAACUSE SECTION.
       APA.
           MOVE SPACES TO AC-TIPO AC-SERVICIO AC-LOTE AC-LINEA
                          AC-RESULTADO AC-TEXTO.
           UNSTRING RACUSE DELIMITED BY "|"
                    INTO AC-TIPO AC-SERVICIO AC-LOTE AC-LINEA
                         AC-RESULTADO AC-TEXTO
           END-UNSTRING.
           IF AC-TIPO NOT = "ACK"
              GO TO FIN-APLICAACUSE
           END-IF.
           ADD 1 TO CNT-LEIDOS.
           IF AC-LOTE NOT NUMERIC OR AC-LINEA NOT NUMERIC
              OR (AC-RESULTADO NOT = "OK" AND AC-RESULTADO NOT = "KO")
              PERFORM LINEADESCONOCIDO
              GO TO FIN-APLICAACUSE
           END-IF.
           MOVE AC-SERVICIO TO PV-SERVICIO.
           MOVE AC-LOTE TO PV-LOTE.
           MOVE AC-LINEA TO PV-LINEA.
           IF PV-LOTE = 0 OR PV-LINEA = 0
              PERFORM LINEADESCONOCIDO
              GO TO FIN-APLICAACUSE
           END-IF.
           READ FSGPROV INVALID KEY
                PERFORM LINEADESCONOCIDO
                GO TO FIN-APLICAACUSE
           END-READ.
           IF AC-RESULTADO = "OK"
              MOVE "A" TO PV-ESTADO
              ADD 1 TO CNT-ACUSADOS
           ELSE
              MOVE "R" TO PV-ESTADO
              ADD 1 TO CNT-RECHAZADOS
           END-IF.
           MOVE HOY TO PV-FECHAACUSE.
           MOVE AC-TEXTO TO PV-TEXTO.
           REWRITE RSGPROV INVALID KEY
                   CONTINUE
           END-REWRITE.
       FIN-APLICAACUSE.
           EXIT.

       LINEADESCONOCIDO SECTION.
       LDE.
           ADD 1 TO CNT-DESCONOCIDOS.
           MOVE SPACES TO LINEASPOOL.
           STRING "ACUSE SIN INSTRUCCION: " RACUSE(1:100)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-LINEADESCONOCIDO.
           EXIT.

       LISTAPENDIENTES SECTION.
       LPE.
           MOVE LOW-VALUES TO CLA OF RSGPROV.
           MOVE 1 TO SIGUE.
           START FSGPROV KEY NOT < CLA OF RSGPROV INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGPROV NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND PV-LOTE NOT = 0
                 AND (PV-ESTADO = "P" OR PV-ESTADO = "R")
                 PERFORM LINEAPENDIENTE
              END-IF
           END-PERFORM.
       FIN-LISTAPENDIENTES.
           EXIT.

       LINEAPENDIENTE SECTION.
       LPN.
           ADD 1 TO CNT-PENDIENTES.
           MOVE 0 TO DIASEDAD.
           IF PV-FECHA NUMERIC AND PV-FECHA > 0 AND PV-FECHA < HOY
              COMPUTE DIASEDAD = FUNCTION INTEGER-OF-DATE(HOY)
                               - FUNCTION INTEGER-OF-DATE(PV-FECHA)
           END-IF.
           EVALUATE PV-ACCION
              WHEN "A" MOVE "ALTA" TO ACCIONTXT
              WHEN "B" MOVE "BAJA" TO ACCIONTXT
                       ADD 1 TO CNT-BAJASPEND
              WHEN OTHER MOVE "CAMBIO" TO ACCIONTXT
           END-EVALUATE.
           IF PV-ESTADO = "R"
              MOVE "RECHAZADA" TO ESTADOTXT
           ELSE
              MOVE "SIN ACUSE" TO ESTADOTXT
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING ESTADOTXT " " PV-SERVICIO(1:16)
                  " " PV-LOTE "/" PV-LINEA
                  " " ACCIONTXT
                  " USU=" PV-USUARIO(1:20)
                  " NODO=" PV-NODO(1:30)
                  " DIAS=" DIASEDAD
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           IF PV-ESTADO = "R"
              MOVE SPACES TO LINEASPOOL
              STRING "          MOTIVO: " PV-TEXTO
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-IF.
       FIN-LINEAPENDIENTE.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
