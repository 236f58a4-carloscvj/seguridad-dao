       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGACCDELTA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      INFORME DIARIO DE DIFERENCIAS DEL ACCESO
                      EFECTIVO: CASA LA GENERACION ANTERIOR
                      FSGACCANT QUE GUARDA EL APLANADO CON EL
                      FSGACC RECIEN CONSTRUIDO, AMBOS EN ORDEN DE
                      USUARIO Y NODO, Y LISTA POR USUARIO CADA NODO
                      GANADO, PERDIDO O CAMBIADO DE NIVEL, CON EL
                      ROLE DE ORIGEN Y EL NIVEL DE CADA LADO. SALE
                      POR CONSOLA Y POR EL CARRETE DE INFORMES
                      (ACCDELTA).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGACC-SEL".
           COPY "WO-ACCANT-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGACC-FD".
           COPY "WO-ACCANT-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGACC                PIC X(256).
       01 NOMBREACCANT                PIC X(256).
       01 SIGUEANT                    PIC 9.
       01 SIGUENUE                    PIC 9.
       01 CLAANT                      PIC X(128).
       01 CLANUE                      PIC X(128).
       01 USUULTIMO                   PIC X(64).
       01 USUDELTA                    PIC X(64).
       01 CNT-GANADOS                 PIC 9(8).
       01 CNT-PERDIDOS                PIC 9(8).
       01 CNT-CAMBIADOS               PIC 9(8).
       01 CNT-USUARIOS                PIC 9(8).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "ACCDELTA".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).

       LINKAGE SECTION.
       01 CONTADORDELTA               PIC 9(8).

       PROCEDURE DIVISION USING CONTADORDELTA.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORDELTA.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CNT-GANADOS.
           MOVE 0 TO CNT-PERDIDOS.
           MOVE 0 TO CNT-CAMBIADOS.
           MOVE 0 TO CNT-USUARIOS.
           MOVE SPACES TO USUULTIMO.
           MOVE "mnu/SG/FSGACC" TO NOMBREFSGACC.
           MOVE "mnu/SG/FSGACCANT" TO NOMBREACCANT.
       PROCESOS.
           OPEN INPUT FACCANT.
           IF ERRORES NOT = "00"
              DISPLAY "ISGACCDELTA SIN GENERACION ANTERIOR "
                      NOMBREACCANT UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           OPEN INPUT FSGACC.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGACCDELTA NO SE PUDO ABRIR " NOMBREFSGACC
                      UPON SYSOUT
              CLOSE FACCANT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE "DIFERENCIAS DEL ACCESO EFECTIVO FSGACCANT / FSGACC"
                TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           MOVE 1 TO SIGUEANT.
           MOVE 1 TO SIGUENUE.
           PERFORM LEEANT.
           PERFORM LEENUE.
           PERFORM UNTIL SIGUEANT = 0 AND SIGUENUE = 0
              EVALUATE TRUE
                 WHEN CLAANT = CLANUE
                    IF AN-NIVEL NOT = NIVEL-ACCESO
                       PERFORM LINEACAMBIO
                    END-IF
                    PERFORM LEEANT
                    PERFORM LEENUE
                 WHEN CLAANT < CLANUE
                    PERFORM LINEAPERDIDO
                    PERFORM LEEANT
                 WHEN OTHER
                    PERFORM LINEAGANADO
                    PERFORM LEENUE
              END-EVALUATE
           END-PERFORM.
           CLOSE FSGACC.
           CLOSE FACCANT.
           COMPUTE CONTADORDELTA = CNT-GANADOS + CNT-PERDIDOS
                                 + CNT-CAMBIADOS.
           MOVE SPACES TO LINEASPOOL.
           STRING "USUARIOS CON CAMBIOS=" CNT-USUARIOS
                  " GANADOS=" CNT-GANADOS
                  " PERDIDOS=" CNT-PERDIDOS
                  " CAMBIO DE NIVEL=" CNT-CAMBIADOS
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

       LEEANT SECTION.
       LAN.
           IF SIGUEANT = 0
              GO TO FIN-LEEANT
           END-IF.
           READ FACCANT AT END
                MOVE 0 TO SIGUEANT
           END-READ.
           IF SIGUEANT = 0
              MOVE HIGH-VALUES TO CLAANT
           ELSE
              MOVE AN-USUARIO TO CLAANT(1:64)
              MOVE AN-NODO TO CLAANT(65:64)
           END-IF.
       FIN-LEEANT.
           EXIT.

       LEENUE SECTION.
       LNU.
           IF SIGUENUE = 0
              GO TO FIN-LEENUE
           END-IF.
           READ FSGACC NEXT RECORD WITH IGNORE LOCK AT END
                MOVE 0 TO SIGUENUE
           END-READ.
           IF SIGUENUE = 0
              MOVE HIGH-VALUES TO CLANUE
           ELSE
              MOVE CLA OF RSGACC TO CLANUE
           END-IF.
       FIN-LEENUE.
           EXIT.

       LINEAGANADO SECTION.
       LGA.
           MOVE CLA-USUARIO OF RSGACC TO USUDELTA.
           PERFORM CABECERAUSUARIO.
           ADD 1 TO CNT-GANADOS.
           MOVE SPACES TO LINEASPOOL.
           STRING "  GANA   NODO=" CLA-NODO OF RSGACC(1:40)
                  " ROLE=" ORIGEN-ROLE(1:32)
                  " NIVEL=" NIVEL-ACCESO
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-LINEAGANADO.
           EXIT.

       LINEAPERDIDO SECTION.
       LPE.
           MOVE AN-USUARIO TO USUDELTA.
           PERFORM CABECERAUSUARIO.
           ADD 1 TO CNT-PERDIDOS.
           MOVE SPACES TO LINEASPOOL.
           STRING "  PIERDE NODO=" AN-NODO(1:40)
                  " ROLE=" AN-ROLE(1:32)
                  " NIVEL=" AN-NIVEL
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-LINEAPERDIDO.
           EXIT.

       LINEACAMBIO SECTION.
       LCA.
           MOVE AN-USUARIO TO USUDELTA.
           PERFORM CABECERAUSUARIO.
           ADD 1 TO CNT-CAMBIADOS.
           MOVE SPACES TO LINEASPOOL.
           STRING "  CAMBIA NODO=" AN-NODO(1:40)
                  " ANTES=" AN-ROLE(1:24) " " AN-NIVEL
                  " AHORA=" ORIGEN-ROLE(1:24) " " NIVEL-ACCESO
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-LINEACAMBIO.
           EXIT.

       CABECERAUSUARIO SECTION.
       CUS.
           IF USUDELTA = USUULTIMO
              GO TO FIN-CABECERAUSUARIO
           END-IF.
           MOVE USUDELTA TO USUULTIMO.
           ADD 1 TO CNT-USUARIOS.
           MOVE SPACES TO LINEASPOOL.
           STRING "USUARIO=" USUDELTA
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-CABECERAUSUARIO.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
