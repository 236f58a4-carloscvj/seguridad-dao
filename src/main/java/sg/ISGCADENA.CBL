       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGCADENA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      INTEGRIDAD DE LA CADENA DE RESPONSABLES DE
                      FSGATR, DE LA QUE DEPENDEN LAS APROBACIONES DE
                      SSGPEND, LA ESCALADA DE RECERTIFICACION Y LAS
                      DELEGACIONES: PARA CADA USUARIO DE FSGATR
                      MARCA EL RESPONSABLE QUE NO EXISTE EN FSGUSU,
                      ESTA INACTIVO, CONGELADO (SRCHKCONG) O ES UNA
                      CUENTA TECNICA, EL USUARIO QUE ES SU PROPIO
                      RESPONSABLE, LOS CICLOS EN LA CADENA Y LAS
                      CADENAS MAS LARGAS QUE EL LIMITE (CLAVE
                      CADENAMAXIMA DE FSGCFG, POR DEFECTO 10). AL
                      FINAL LISTA, PARA CADA RESPONSABLE ROTO, LAS
                      PETICIONES PENDIENTES DE FSGPEND SOBRE FSGUR Y
                      LAS REVISIONES PENDIENTES DE FSGCERT QUE HOY LE
                      LLEGAN, PARA QUE NO SE QUEDEN ESPERANDO A QUIEN
                      YA NO ESTA. SALE POR CONSOLA Y POR EL CARRETE
                      DE INFORMES (CADENA).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGATR-SEL".
           COPY "FSGUSU-SEL".
           COPY "FSGPEND-SEL".
           COPY "FSGCERT-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGATR-FD".
           COPY "FSGUSU-FD".
           COPY "FSGPEND-FD".
           COPY "FSGCERT-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGATR                PIC X(256).
       01 NOMBREFSGUSU                PIC X(256).
       01 NOMBREFSGPEND               PIC X(256).
       01 NOMBREFSGCERT               PIC X(256).
       01 SIGUE                       PIC 9.
       01 SIGUECAD                    PIC 9.
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 LIMITECAD                   PIC 9(2).
       01 USUCODE                     PIC X(64).
       01 RESPONCODE                  PIC X(64).
       01 ESLABON                     PIC X(64).
       01 RESPONUSU                   PIC X(64).
       01 DEPARTUSU                   PIC X(16).
       01 ENCONTRADOATR               PIC 9.
       01 CONGELADO                   PIC 9.
       01 CASOCONG                    PIC X(16).
       01 MOTIVORES                   PIC X(20).
       01 TABLA-CAMINO-L.
          05 TABLA-CAMINO             PIC X(64) OCCURS 100 TIMES.
       01 TOTALCAMINO                 PIC 9(3).
       01 TABLA-ROTO-L.
          05 FILA-ROTO OCCURS 1000 TIMES.
             10 RT-RESPONSABLE        PIC X(64).
             10 RT-MOTIVO             PIC X(20).
             10 RT-SUBORDINADOS       PIC 9(6).
       01 TOTALROTO                   PIC 9(4).
       01 KK                          PIC 9(4).
       01 POSROTO                     PIC 9(4).
       01 CNT-USUARIOS                PIC 9(8).
       01 CNT-RESPROTO                PIC 9(8).
       01 CNT-PROPIO                  PIC 9(8).
       01 CNT-CICLOS                  PIC 9(8).
       01 CNT-LARGAS                  PIC 9(8).
       01 CNT-PENDIENTES              PIC 9(8).
       01 CNT-REVISIONES              PIC 9(8).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "CADENA".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).

       LINKAGE SECTION.
       01 CONTADORCAD                 PIC 9(8).

       PROCEDURE DIVISION USING CONTADORCAD.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORCAD.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO TOTALROTO.
           MOVE 0 TO CNT-USUARIOS.
           MOVE 0 TO CNT-RESPROTO.
           MOVE 0 TO CNT-PROPIO.
           MOVE 0 TO CNT-CICLOS.
           MOVE 0 TO CNT-LARGAS.
           MOVE 0 TO CNT-PENDIENTES.
           MOVE 0 TO CNT-REVISIONES.
           MOVE 10 TO LIMITECAD.
           MOVE "CADENAMAXIMA" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:2) NUMERIC AND
              VALORCFG(1:2) NOT = "00"
              MOVE VALORCFG(1:2) TO LIMITECAD
           END-IF.
           MOVE "mnu/SG/FSGATR" TO NOMBREFSGATR.
           MOVE "mnu/SG/FSGUSU" TO NOMBREFSGUSU.
           MOVE "mnu/SG/FSGPEND" TO NOMBREFSGPEND.
           MOVE "mnu/SG/FSGCERT" TO NOMBREFSGCERT.
       PROCESOS.
           OPEN INPUT FSGATR.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGCADENA NO SE PUDO ABRIR " NOMBREFSGATR
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           OPEN INPUT FSGUSU.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGCADENA NO SE PUDO ABRIR " NOMBREFSGUSU
                      UPON SYSOUT
              CLOSE FSGATR
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "CADENA DE RESPONSABLES DE FSGATR (LIMITE "
                  LIMITECAD ")"
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGATR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 ADD 1 TO CNT-USUARIOS
                 PERFORM TRATAUSUARIO
              END-IF
           END-PERFORM.
           CLOSE FSGUSU.
           CLOSE FSGATR.
           IF TOTALROTO > 0
              PERFORM RUTASROTAS
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "TOTALES: USUARIOS=" CNT-USUARIOS
                  " RESPONSABLE ROTO=" CNT-RESPROTO
                  " PROPIO=" CNT-PROPIO
                  " CICLOS=" CNT-CICLOS
                  " LARGAS=" CNT-LARGAS
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE SPACES TO LINEASPOOL.
           STRING "PETICIONES PENDIENTES EN RUTA ROTA=" CNT-PENDIENTES
                  " REVISIONES PENDIENTES EN RUTA ROTA=" CNT-REVISIONES
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           COMPUTE CONTADORCAD = CNT-RESPROTO + CNT-PROPIO +
                   CNT-CICLOS + CNT-LARGAS.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       TRATAUSUARIO SECTION.
       TUS.
           MOVE CLA OF RSGATR TO USUCODE.
           MOVE RESPONSABLE TO RESPONCODE.
           IF RESPONCODE = SPACES
              GO TO FIN-TRATAUSUARIO
           END-IF.
           IF RESPONCODE = USUCODE
              ADD 1 TO CNT-PROPIO
              MOVE "PROPIO RESPONSABLE" TO MOTIVORES
              PERFORM APUNTAROTO
              MOVE SPACES TO LINEASPOOL
              STRING "ES SU PROPIO RESPONSABLE " USUCODE(1:64)
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              GO TO FIN-TRATAUSUARIO
           END-IF.
           PERFORM MIRARESPONSABLE.
           IF MOTIVORES NOT = SPACES
              ADD 1 TO CNT-RESPROTO
              PERFORM APUNTAROTO
              MOVE SPACES TO LINEASPOOL
              STRING "RESPONSABLE " MOTIVORES " "
                     RESPONCODE(1:40) " DE " USUCODE(1:40)
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-IF.
           PERFORM RECORRECADENA.
       FIN-TRATAUSUARIO.
           EXIT.

       MIRARESPONSABLE SECTION.
       MRE.
           MOVE SPACES TO MOTIVORES.
           MOVE RESPONCODE TO CLA OF RSGUSU.
           READ FSGUSU WITH IGNORE LOCK INVALID KEY
                MOVE "NO EXISTE" TO MOTIVORES
                GO TO FIN-MIRARESPONSABLE.
           IF ACTIVO = "N"
              MOVE "INACTIVO" TO MOTIVORES
              GO TO FIN-MIRARESPONSABLE
           END-IF.
           IF TIPO-CUENTA = "T"
              MOVE "CUENTA TECNICA" TO MOTIVORES
              GO TO FIN-MIRARESPONSABLE
           END-IF.
           CALL "SRCHKCONG" USING RESPONCODE CONGELADO CASOCONG.
           IF CONGELADO = 1
              MOVE "CONGELADO" TO MOTIVORES
           END-IF.
       FIN-MIRARESPONSABLE.
           EXIT.

       APUNTAROTO SECTION.
       APR.
           MOVE 0 TO POSROTO.
           PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > TOTALROTO
              IF RT-RESPONSABLE(KK) = RESPONCODE
                 MOVE KK TO POSROTO
                 MOVE TOTALROTO TO KK
              END-IF
           END-PERFORM.
           IF POSROTO = 0
              IF TOTALROTO NOT < 1000
                 GO TO FIN-APUNTAROTO
              END-IF
              ADD 1 TO TOTALROTO
              MOVE TOTALROTO TO POSROTO
              MOVE RESPONCODE TO RT-RESPONSABLE(POSROTO)
              MOVE MOTIVORES TO RT-MOTIVO(POSROTO)
              MOVE 0 TO RT-SUBORDINADOS(POSROTO)
           END-IF.
           ADD 1 TO RT-SUBORDINADOS(POSROTO).
       FIN-APUNTAROTO.
           EXIT.

       RECORRECADENA SECTION.
       RCA.
           MOVE 1 TO TOTALCAMINO.
           MOVE USUCODE TO TABLA-CAMINO(1).
           MOVE RESPONCODE TO ESLABON.
           MOVE 1 TO SIGUECAD.
           PERFORM UNTIL SIGUECAD = 0
              PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > TOTALCAMINO
                 IF TABLA-CAMINO(KK) = ESLABON
                    MOVE 0 TO SIGUECAD
                    MOVE TOTALCAMINO TO KK
                 END-IF
              END-PERFORM
              IF SIGUECAD = 0
                 ADD 1 TO CNT-CICLOS
                 MOVE SPACES TO LINEASPOOL
                 STRING "CICLO EN LA CADENA DE " USUCODE(1:40)
                        " AL VOLVER A " ESLABON(1:40)
                        DELIMITED BY SIZE
                        INTO LINEASPOOL
                 END-STRING
                 PERFORM ESCUPELINEA
              ELSE
                 IF TOTALCAMINO > LIMITECAD
                    MOVE 0 TO SIGUECAD
                    ADD 1 TO CNT-LARGAS
                    MOVE SPACES TO LINEASPOOL
                    STRING "CADENA DE " USUCODE(1:40)
                           " MAS LARGA QUE " LIMITECAD
                           " NIVELES, SIGUE EN " ESLABON(1:40)
                           DELIMITED BY SIZE
                           INTO LINEASPOOL
                    END-STRING
                    PERFORM ESCUPELINEA
                 ELSE
                    ADD 1 TO TOTALCAMINO
                    MOVE ESLABON TO TABLA-CAMINO(TOTALCAMINO)
                    CALL "SRGETRESP" USING ESLABON RESPONUSU
                         DEPARTUSU ENCONTRADOATR
                    IF ENCONTRADOATR = 0 OR RESPONUSU = SPACES
                       MOVE 0 TO SIGUECAD
                    ELSE
                       MOVE RESPONUSU TO ESLABON
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       FIN-RECORRECADENA.
           EXIT.

       RUTASROTAS SECTION.
       RRO.
           MOVE "RESPONSABLES ROTOS Y LO QUE HOY LES LLEGA:"
                TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > TOTALROTO
              MOVE SPACES TO LINEASPOOL
              STRING "  " RT-RESPONSABLE(KK)(1:40) " "
                     RT-MOTIVO(KK) " SUBORDINADOS="
                     RT-SUBORDINADOS(KK)
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-PERFORM.
           OPEN INPUT FSGPEND.
           IF ERROR-1 = "0"
              MOVE 1 TO SIGUE
              PERFORM UNTIL SIGUE = 0
                 READ FSGPEND NEXT RECORD WITH IGNORE LOCK AT END
                      MOVE 0 TO SIGUE
                 END-READ
                 IF SIGUE = 1 AND ESTADO-PED = "P" AND
                    SERVIDOR-PED = "FSGUR" AND
                    REGISTRO-PED(1:64) NOT = SPACES
                    PERFORM MIRAPEND
                 END-IF
              END-PERFORM
              CLOSE FSGPEND
           END-IF.
           OPEN INPUT FSGCERT.
           IF ERROR-1 = "0"
              MOVE 1 TO SIGUE
              PERFORM UNTIL SIGUE = 0
                 READ FSGCERT NEXT RECORD WITH IGNORE LOCK AT END
                      MOVE 0 TO SIGUE
                 END-READ
                 IF SIGUE = 1 AND ESTADO-CERT = "P"
                    PERFORM MIRACERT
                 END-IF
              END-PERFORM
              CLOSE FSGCERT
           END-IF.
       FIN-RUTASROTAS.
           EXIT.

       MIRAPEND SECTION.
       MPE.
           MOVE REGISTRO-PED(1:64) TO USUCODE.
           CALL "SRGETRESP" USING USUCODE RESPONUSU DEPARTUSU
                ENCONTRADOATR.
           IF ENCONTRADOATR = 0 OR RESPONUSU = SPACES
              GO TO FIN-MIRAPEND
           END-IF.
           PERFORM BUSCAROTO.
           IF POSROTO = 0
              GO TO FIN-MIRAPEND
           END-IF.
           ADD 1 TO CNT-PENDIENTES.
           MOVE SPACES TO LINEASPOOL.
           STRING "PENDIENTE " CLA OF RSGPEND " " OPER-PED
                  " DE " SOLICITANTE " USUARIO=" USUCODE(1:32)
                  " PARA " RESPONUSU(1:32)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-MIRAPEND.
           EXIT.

       MIRACERT SECTION.
       MCE.
           MOVE CLA-USUARIO OF RSGCERT TO USUCODE.
           CALL "SRGETRESP" USING USUCODE RESPONUSU DEPARTUSU
                ENCONTRADOATR.
           IF ENCONTRADOATR = 0 OR RESPONUSU = SPACES
              GO TO FIN-MIRACERT
           END-IF.
           PERFORM BUSCAROTO.
           IF POSROTO = 0
              GO TO FIN-MIRACERT
           END-IF.
           ADD 1 TO CNT-REVISIONES.
           MOVE SPACES TO LINEASPOOL.
           STRING "REVISION " CLA-CAMPANA " USUARIO=" USUCODE(1:32)
                  " ROLE=" CLA-ROLE OF RSGCERT(1:24)
                  " LIMITE=" FECHA-LIMITE
                  " PARA " RESPONUSU(1:24)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-MIRACERT.
           EXIT.

       BUSCAROTO SECTION.
       BRO.
           MOVE 0 TO POSROTO.
           PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > TOTALROTO
              IF RT-RESPONSABLE(KK) = RESPONUSU
                 MOVE KK TO POSROTO
                 MOVE TOTALROTO TO KK
              END-IF
           END-PERFORM.
       FIN-BUSCAROTO.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
