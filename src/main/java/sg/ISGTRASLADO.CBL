       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGTRASLADO.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      TRASLADA UN USUARIO DE UNA ENTIDAD DEL GRUPO A
                      OTRA SIN BORRARLO NI PERDER SU HISTORIA. CADA
                      CONCESION DE FSGUR SE CLASIFICA POR LA ENTIDAD
                      DE SU ROLE: LOS ROLES DE LA ENTIDAD VIEJA SE
                      REAPUNTAN AL ROLE EQUIVALENTE DE LA NUEVA SI EL
                      FICHERO DE EQUIVALENCIAS mnu/SG/TRASLADOMAPA LO
                      NOMBRA (LINEAS "ROLE|VIEJO|NUEVO"; EL DESTINO
                      DEBE EXISTIR, ESTAR ACTIVO Y SER DE LA NUEVA
                      ENTIDAD O COMPARTIDO) Y SI NO SE REVOCAN; LOS
                      ROLES COMPARTIDOS (SIN ENTIDAD) O DE UNA
                      TERCERA ENTIDAD SE DEJAN Y SE LISTAN PARA
                      CONFIRMAR. LAS DELEGACIONES DE FSGDEL Y LAS
                      FILAS ABIERTAS DE CAMPANA DE FSGCERT SOBRE
                      ROLES DE LA ENTIDAD VIEJA SIGUEN LA MISMA
                      SUERTE (REAPUNTADAS, O DESACTIVADAS Y
                      REVOCADAS), Y FSGATR SE REUBICA CON LAS LINEAS
                      "DEPARTAMENTO|VIEJO|NUEVO" Y "CENTRO|VIEJO|NUEVO"
                      DEL MISMO FICHERO, AVISANDO SI EL RESPONSABLE
                      QUEDA EN OTRA ENTIDAD. EL MODO "P" SOLO
                      PREVISUALIZA Y DEJA CONSTANCIA EN
                      mnu/SG/TRASLADO/USUARIO; EL MODO "E" SE NIEGA
                      SI NO HAY PREVISUALIZACION DE ESE MISMO DIA Y
                      ENTIDAD. LA ENTIDAD DE FSGUSU SE CAMBIA LA
                      ULTIMA, ASI QUE UNA EJECUCION INTERRUMPIDA SE
                      PUEDE REPETIR. CADA CAMBIO DEJA TRAZA Y EL
                      INFORME DE TERMINACION SALE POR CONSOLA Y POR
                      EL CARRETE DE INFORMES (TRASLADO). RESULTADO 0
                      BUENO, 1 PARAMETROS O ENTIDAD IGUAL, 2 USUARIO
                      INEXISTENTE, 3 SIN PREVISUALIZACION, 4 FICHEROS.
                      CADA CONCESION SE MIRA CONTRA EL CALENDARIO DE
                      VEDAS DE FSGUR (SRCHKVEDA) ANTES DE TOCARLA: LAS
                      VEDADAS SE DEJAN COMO ESTAN, FSGUSU NO SE CAMBIA Y
                      EL RESULTADO ES 5 PARA REPETIR EL TRASLADO FUERA
                      DE LA VEDA. CADA PASADA LLEVA SU IDENTIFICADOR DE
                      EJECUCION (SRLOTE), QUE QUEDA ESTAMPADO EN CADA
                      REGISTRO DE TRAZA QUE ESCRIBE, PARA PODER
                      DESHACERLA ENTERA CON ISGREVLOTE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUSU-SEL".
           COPY "FSGROLE-SEL".
           COPY "FSGUR-SEL".
           COPY "FSGDEL-SEL".
           COPY "FSGCERT-SEL".
           COPY "FSGATR-SEL".

           SELECT FMAPA
                  ASSIGN TO RANDOM NOMBREMAPA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT FPREV
                  ASSIGN TO RANDOM NOMBREPREV
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGUSU-FD".
           COPY "FSGROLE-FD".
           COPY "FSGUR-FD".
           COPY "FSGDEL-FD".
           COPY "FSGCERT-FD".
           COPY "FSGATR-FD".

       FD  FMAPA
           DATA RECORD IS RMAPA.
       01  RMAPA                       PIC X(256).

       FD  FPREV
           DATA RECORD IS RPREV.
       01  RPREV.
           05 PR-ENTIDAD               PIC X(4).
           05 FILLER                   PIC X(1).
           05 PR-FECHA                 PIC 9(8).
           05 FILLER                   PIC X(1).
           05 PR-ESTADO                PIC X(10).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 ENTIDADSES  PIC X(4) IS EXTERNAL.
       01 NOMBREFSGUSU                PIC X(256).
       01 NOMBREFSGROLE               PIC X(256).
       01 NOMBREFSGUR                 PIC X(256).
       01 NOMBREFSGDEL                PIC X(256).
       01 NOMBREFSGCERT               PIC X(256).
       01 NOMBREFSGATR                PIC X(256).
       01 NOMBREMAPA                  PIC X(256).
       01 NOMBREPREV                  PIC X(256).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 SIGUE                       PIC 9.
       01 HOY                         PIC 9(8).
       01 ENTIDADVIEJA                PIC X(4).
       01 ENTIDADGUARDA               PIC X(4).
       01 MODOTXT                     PIC X(14).
       01 TABLA-MAP-L.
          05 FILA-MAP OCCURS 500 TIMES.
             10 MP-TIPO               PIC X(12).
             10 MP-VIEJO              PIC X(64).
             10 MP-NUEVO              PIC X(64).
       01 TOTALMAP                    PIC 9(3).
       01 MAPTIPO                     PIC X(12).
       01 MAPVIEJO                    PIC X(64).
       01 MAPNUEVO                    PIC X(64).
       01 MAPBUSCA                    PIC X(12).
       01 MAPHALLADO                  PIC 9.
       01 TABLA-TRA-L.
          05 FILA-TRA OCCURS 300 TIMES.
             10 TR-REGISTRO           PIC X(192).
             10 TR-ACCION             PIC X(1).
             10 TR-NUEVO              PIC X(64).
       01 TOTALTRA                    PIC 9(3).
       01 TABLA-MOV-L.
          05 FILA-MOV OCCURS 200 TIMES.
             10 MV-REGISTRO           PIC X(256).
             10 MV-ACCION             PIC X(1).
             10 MV-NUEVO              PIC X(64).
       01 TOTALMOV                    PIC 9(3).
       01 ROLEACT                     PIC X(64).
       01 ACCIONROLE                  PIC X(1).
       01 ROLEDEST                    PIC X(64).
       01 ACCIONTXT                   PIC X(20).
       01 REGUR                       PIC X(192).
       01 RESULTADOUR                 PIC 9.
       01 CAMBIAATR                   PIC 9.
       01 RESPONSABLEATR              PIC X(64).
       01 CNT-REVOCADAS               PIC 9(8).
       01 CNT-REAPUNTADAS             PIC 9(8).
       01 CNT-CONFIRMAR               PIC 9(8).
       01 CNT-MANTENIDAS              PIC 9(8).
       01 CNT-DELEGACIONES            PIC 9(8).
       01 CNT-CAMPANAS                PIC 9(8).
       01 CNT-ATRIBUTOS               PIC 9(8).
       01 CNT-FALLOS                  PIC 9(8).
       01 CNT-DESBORDE                PIC 9(8).
       01 CNT-VEDA                    PIC 9(8).
       01 ACCIONVEDA                  PIC X.
       01 SERVIDORVEDA                PIC X(8) VALUE "FSGUR".
       01 OPERVEDA                    PIC X(8) VALUE "TRASLADO".
       01 DETALLEVEDA                 PIC X(128).
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).
       01 TT                          PIC 9(3).
       01 MM                          PIC 9(3).
       01 PP                          PIC 9(3).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "TRASLADO".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).
       01 ACCIONLOTE                  PIC X.
       01 PROGRAMALOTE                PIC X(12) VALUE "ISGTRASLADO".
       01 EJECUCIONLOTE               PIC X(16).

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 ENTIDADNUEVA                PIC X(4).
       01 MODOTRAS                    PIC X.
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING USUCODE ENTIDADNUEVA MODOTRAS
                 RESULTADO.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO RESULTADO.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CNT-REVOCADAS.
           MOVE 0 TO CNT-REAPUNTADAS.
           MOVE 0 TO CNT-CONFIRMAR.
           MOVE 0 TO CNT-MANTENIDAS.
           MOVE 0 TO CNT-DELEGACIONES.
           MOVE 0 TO CNT-CAMPANAS.
           MOVE 0 TO CNT-ATRIBUTOS.
           MOVE 0 TO CNT-FALLOS.
           MOVE 0 TO CNT-DESBORDE.
           MOVE 0 TO CNT-VEDA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE "mnu/SG/FSGUSU" TO NOMBREFSGUSU.
           MOVE "mnu/SG/FSGROLE" TO NOMBREFSGROLE.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
           MOVE "mnu/SG/FSGDEL" TO NOMBREFSGDEL.
           MOVE "mnu/SG/FSGCERT" TO NOMBREFSGCERT.
           MOVE "mnu/SG/FSGATR" TO NOMBREFSGATR.
           MOVE "mnu/SG/TRASLADOMAPA" TO NOMBREMAPA.
           MOVE SPACES TO NOMBREPREV.
           STRING "mnu/SG/TRASLADO/" USUCODE
                  DELIMITED BY SPACE
                  INTO NOMBREPREV
           END-STRING.
           IF MODOTRAS NOT = "E"
              MOVE "P" TO MODOTRAS
              MOVE "PREVISUALIZA" TO MODOTXT
           ELSE
              MOVE "EJECUCION" TO MODOTXT
           END-IF.
       PROCESOS.
           MOVE "I" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           IF USUCODE = SPACES OR USUCODE = LOW-VALUES OR
              ENTIDADNUEVA = SPACES OR ENTIDADNUEVA = LOW-VALUES
              MOVE 1 TO RESULTADO
              DISPLAY "ISGTRASLADO PARAMETROS INVALIDOS" UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           OPEN INPUT FSGUSU.
           IF ERROR-1 NOT = "0"
              MOVE 4 TO RESULTADO
              DISPLAY "ISGTRASLADO NO SE PUDO ABRIR " NOMBREFSGUSU
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE USUCODE TO CLA OF RSGUSU.
           READ FSGUSU WITH IGNORE LOCK INVALID KEY
                MOVE 2 TO RESULTADO.
           MOVE ENTIDAD OF RSGUSU TO ENTIDADVIEJA.
           CLOSE FSGUSU.
           IF RESULTADO = 2
              DISPLAY "ISGTRASLADO NO EXISTE EL USUARIO "
                      USUCODE(1:32) UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           IF ENTIDADVIEJA = ENTIDADNUEVA
              MOVE 1 TO RESULTADO
              DISPLAY "ISGTRASLADO EL USUARIO YA ES DE LA ENTIDAD "
                      ENTIDADNUEVA UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           IF MODOTRAS = "E"
              PERFORM COMPRUEBAPREVIA
              IF RESULTADO NOT = 0
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           PERFORM CARGAMAPA.
           OPEN INPUT FSGROLE.
           IF ERROR-1 NOT = "0"
              MOVE 4 TO RESULTADO
              DISPLAY "ISGTRASLADO NO SE PUDO ABRIR " NOMBREFSGROLE
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "TRASLADO DE ENTIDAD (" DELIMITED BY SIZE
                  MODOTXT DELIMITED BY SPACE
                  ") USUARIO=" DELIMITED BY SIZE
                  USUCODE DELIMITED BY SPACE
                  " DE " ENTIDADVIEJA " A " ENTIDADNUEVA
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           PERFORM RECOGECONCESIONES.
           PERFORM VARYING TT FROM 1 BY 1 UNTIL TT > TOTALTRA
              PERFORM TRATACONCESION
           END-PERFORM.
           PERFORM TRATADELEGACIONES.
           PERFORM TRATACAMPANAS.
           PERFORM TRATAATRIBUTOS.
           CLOSE FSGROLE.
           IF CNT-VEDA > 0
              MOVE 5 TO RESULTADO
           END-IF.
           IF MODOTRAS = "E" AND RESULTADO = 0
              PERFORM CAMBIAUSUARIO
           END-IF.
           IF RESULTADO = 0
              PERFORM DEJAPREVIA
           END-IF.
           PERFORM INFORMEFINAL.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-PROCESOS.
           MOVE "F" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       COMPRUEBAPREVIA SECTION.
       CPR.
           OPEN INPUT FPREV.
           IF ERRORES NOT = "00"
              MOVE 3 TO RESULTADO
              DISPLAY "ISGTRASLADO NO HAY PREVISUALIZACION DE "
                      USUCODE(1:32) UPON SYSOUT
              GO TO FIN-COMPRUEBAPREVIA
           END-IF.
           MOVE SPACES TO RPREV.
           READ FPREV AT END
                MOVE SPACES TO RPREV.
           CLOSE FPREV.
           IF PR-ENTIDAD NOT = ENTIDADNUEVA OR
              PR-FECHA NOT NUMERIC OR PR-FECHA NOT = HOY OR
              PR-ESTADO NOT = "PREVIA"
              MOVE 3 TO RESULTADO
              DISPLAY "ISGTRASLADO LA PREVISUALIZACION NO ES DE HOY "
                      "NI DE LA ENTIDAD " ENTIDADNUEVA UPON SYSOUT
           END-IF.
       FIN-COMPRUEBAPREVIA.
           EXIT.

       DEJAPREVIA SECTION.
       DPR.
           OPEN OUTPUT FPREV.
           IF ERRORES = "35" OR ERROR-1 = "3" OR
              (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREPREV
              OPEN OUTPUT FPREV
           END-IF.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGTRASLADO NO SE PUDO ESCRIBIR " NOMBREPREV
                      UPON SYSOUT
              GO TO FIN-DEJAPREVIA
           END-IF.
           MOVE SPACES TO RPREV.
           MOVE ENTIDADNUEVA TO PR-ENTIDAD.
           MOVE "|" TO RPREV(5:1).
           MOVE HOY TO PR-FECHA.
           MOVE "|" TO RPREV(14:1).
           IF MODOTRAS = "E"
              MOVE "EJECUTADO" TO PR-ESTADO
           ELSE
              MOVE "PREVIA" TO PR-ESTADO
           END-IF.
           WRITE RPREV.
           CLOSE FPREV.
       FIN-DEJAPREVIA.
           EXIT.

       CARGAMAPA SECTION.
       CMA.
           MOVE 0 TO TOTALMAP.
           OPEN INPUT FMAPA.
           IF ERRORES NOT = "00"
              DISPLAY "ISGTRASLADO SIN FICHERO DE EQUIVALENCIAS "
                      NOMBREMAPA(1:40) UPON SYSOUT
              GO TO FIN-CARGAMAPA
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FMAPA AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 MOVE SPACES TO MAPTIPO MAPVIEJO MAPNUEVO
                 UNSTRING RMAPA DELIMITED BY "|"
                          INTO MAPTIPO MAPVIEJO MAPNUEVO
                 END-UNSTRING
                 IF MAPTIPO NOT = SPACES AND MAPVIEJO NOT = SPACES
                    AND MAPNUEVO NOT = SPACES
                    IF TOTALMAP < 500
                       ADD 1 TO TOTALMAP
                       MOVE MAPTIPO TO MP-TIPO(TOTALMAP)
                       MOVE MAPVIEJO TO MP-VIEJO(TOTALMAP)
                       MOVE MAPNUEVO TO MP-NUEVO(TOTALMAP)
                    ELSE
                       ADD 1 TO CNT-DESBORDE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FMAPA.
       FIN-CARGAMAPA.
           EXIT.

       BUSCAMAPA SECTION.
       BMA.
           MOVE 0 TO MAPHALLADO.
           MOVE SPACES TO MAPNUEVO.
           PERFORM VARYING PP FROM 1 BY 1
                   UNTIL PP > TOTALMAP OR MAPHALLADO = 1
              IF MP-TIPO(PP) = MAPBUSCA AND MP-VIEJO(PP) = MAPVIEJO
                 MOVE 1 TO MAPHALLADO
                 MOVE MP-NUEVO(PP) TO MAPNUEVO
              END-IF
           END-PERFORM.
       FIN-BUSCAMAPA.
           EXIT.

       CLASIFICAROLE SECTION.
       CLR.
           MOVE SPACES TO ROLEDEST.
           MOVE "C" TO ACCIONROLE.
           MOVE ROLEACT TO CLA OF RSGROLE.
           READ FSGROLE WITH IGNORE LOCK INVALID KEY
                GO TO FIN-CLASIFICAROLE.
           IF ENTIDAD OF RSGROLE = SPACES OR
              ENTIDAD OF RSGROLE = LOW-VALUES
              GO TO FIN-CLASIFICAROLE
           END-IF.
           IF ENTIDAD OF RSGROLE = ENTIDADNUEVA
              MOVE "M" TO ACCIONROLE
              GO TO FIN-CLASIFICAROLE
           END-IF.
           IF ENTIDAD OF RSGROLE NOT = ENTIDADVIEJA
              GO TO FIN-CLASIFICAROLE
           END-IF.
           MOVE "R" TO ACCIONROLE.
           MOVE "ROLE" TO MAPBUSCA.
           MOVE ROLEACT TO MAPVIEJO.
           PERFORM BUSCAMAPA.
           IF MAPHALLADO = 0
              GO TO FIN-CLASIFICAROLE
           END-IF.
           MOVE MAPNUEVO TO CLA OF RSGROLE.
           READ FSGROLE WITH IGNORE LOCK INVALID KEY
                GO TO FIN-CLASIFICAROLE.
           IF ACTIVO OF RSGROLE = "N"
              GO TO FIN-CLASIFICAROLE
           END-IF.
           IF ENTIDAD OF RSGROLE = ENTIDADNUEVA OR
              ENTIDAD OF RSGROLE = SPACES OR
              ENTIDAD OF RSGROLE = LOW-VALUES
              MOVE "P" TO ACCIONROLE
              MOVE MAPNUEVO TO ROLEDEST
           END-IF.
       FIN-CLASIFICAROLE.
           EXIT.

       TEXTOACCION SECTION.
       TAC.
           EVALUATE ACCIONROLE
              WHEN "R" MOVE "REVOCAR" TO ACCIONTXT
              WHEN "P" MOVE "REAPUNTAR A" TO ACCIONTXT
              WHEN "M" MOVE "MANTENER" TO ACCIONTXT
              WHEN OTHER MOVE "CONFIRMAR" TO ACCIONTXT
           END-EVALUATE.
       FIN-TEXTOACCION.
           EXIT.

       RECOGECONCESIONES SECTION.
       RCO.
           MOVE 0 TO TOTALTRA.
           OPEN INPUT FSGUR.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGTRASLADO NO SE PUDO ABRIR " NOMBREFSGUR
                      UPON SYSOUT
              ADD 1 TO CNT-FALLOS
              GO TO FIN-RECOGECONCESIONES
           END-IF.
           MOVE USUCODE TO CLA-USUARIO OF RSGUR.
           MOVE LOW-VALUES TO CLA-ROLE OF RSGUR.
           START FSGUR KEY NOT < CLA OF RSGUR
                 INVALID KEY
                 CLOSE FSGUR
                 GO TO FIN-RECOGECONCESIONES.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CLA-USUARIO OF RSGUR NOT = USUCODE
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1
                 IF TOTALTRA < 300
                    ADD 1 TO TOTALTRA
                    MOVE RSGUR TO TR-REGISTRO(TOTALTRA)
                 ELSE
                    ADD 1 TO CNT-DESBORDE
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGUR.
           PERFORM VARYING TT FROM 1 BY 1 UNTIL TT > TOTALTRA
              MOVE TR-REGISTRO(TT) TO RSGUR
              MOVE CLA-ROLE OF RSGUR TO ROLEACT
              PERFORM CLASIFICAROLE
              MOVE ACCIONROLE TO TR-ACCION(TT)
              MOVE ROLEDEST TO TR-NUEVO(TT)
           END-PERFORM.
       FIN-RECOGECONCESIONES.
           EXIT.

       TRATACONCESION SECTION.
       TCO.
           MOVE TR-REGISTRO(TT) TO RSGUR.
           MOVE TR-ACCION(TT) TO ACCIONROLE.
           PERFORM TEXTOACCION.
           MOVE SPACES TO LINEASPOOL.
           STRING "CONCESION ROLE=" CLA-ROLE OF RSGUR(1:32)
                  " " ACCIONTXT " " TR-NUEVO(TT)(1:32)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           EVALUATE ACCIONROLE
              WHEN "M" ADD 1 TO CNT-MANTENIDAS
              WHEN "C" ADD 1 TO CNT-CONFIRMAR
           END-EVALUATE.
           IF ACCIONROLE = "M" OR ACCIONROLE = "C"
              GO TO FIN-TRATACONCESION
           END-IF.
           IF MODOTRAS NOT = "E"
              IF ACCIONROLE = "P"
                 ADD 1 TO CNT-REAPUNTADAS
              ELSE
                 ADD 1 TO CNT-REVOCADAS
              END-IF
              GO TO FIN-TRATACONCESION
           END-IF.
           MOVE "C" TO ACCIONVEDA.
           MOVE SPACES TO DETALLEVEDA.
           STRING USUCODE(1:32) " " CLA-ROLE OF RSGUR
                  DELIMITED BY SIZE
                  INTO DETALLEVEDA
           END-STRING.
           CALL "SRCHKVEDA" USING ACCIONVEDA SERVIDORVEDA OPERVEDA
                DETALLEVEDA VEDADO DESVEDA.
           IF VEDADO = 1
              ADD 1 TO CNT-VEDA
              MOVE SPACES TO LINEASPOOL
              STRING "  FSGUR EN PERIODO DE VEDA " DESVEDA
                     ", LA CONCESION QUEDA COMO ESTA"
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              GO TO FIN-TRATACONCESION
           END-IF.
           IF ACCIONROLE = "P"
              MOVE TR-NUEVO(TT) TO CLA-ROLE OF RSGUR
              MOVE ENTIDADNUEVA TO ENTIDAD OF RSGUR
              MOVE RSGUR TO REGUR
              MOVE ENTIDADSES TO ENTIDADGUARDA
              MOVE ENTIDADNUEVA TO ENTIDADSES
              CALL "SRURGRABA" USING REGUR RESULTADOUR
              MOVE ENTIDADGUARDA TO ENTIDADSES
              IF RESULTADOUR = 0 OR RESULTADOUR = 1
                 ADD 1 TO CNT-REAPUNTADAS
              ELSE
                 ADD 1 TO CNT-FALLOS
                 MOVE SPACES TO LINEASPOOL
                 STRING "  REAPUNTE RECHAZADO (" RESULTADOUR
                        "), LA CONCESION VIEJA SE REVOCA IGUAL"
                        DELIMITED BY SIZE
                        INTO LINEASPOOL
                 END-STRING
                 PERFORM ESCUPELINEA
              END-IF
              MOVE TR-REGISTRO(TT) TO RSGUR
           ELSE
              ADD 1 TO CNT-REVOCADAS
           END-IF.
           MOVE CLA-ROLE OF RSGUR TO ROLEACT.
           CALL "SRREVUR" USING USUCODE ROLEACT RESULTADOUR.
           IF RESULTADOUR = 2
              ADD 1 TO CNT-FALLOS
              MOVE "  NO SE PUDO REVOCAR LA CONCESION VIEJA"
                   TO LINEASPOOL
              PERFORM ESCUPELINEA
           END-IF.
       FIN-TRATACONCESION.
           EXIT.

       TRATADELEGACIONES SECTION.
       TDE.
           MOVE 0 TO TOTALMOV.
           IF MODOTRAS = "E"
              OPEN I-O FSGDEL
           ELSE
              OPEN INPUT FSGDEL
           END-IF.
           IF ERROR-1 NOT = "0"
              GO TO FIN-TRATADELEGACIONES
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGDEL NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ACTIVO OF RSGDEL NOT = "N" AND
                 (CLA-DELEGANTE = USUCODE OR CLA-DELEGADO = USUCODE)
                 MOVE CLA-ROLE OF RSGDEL TO ROLEACT
                 PERFORM CLASIFICAROLE
                 IF ACCIONROLE = "R" OR ACCIONROLE = "P"
                    IF TOTALMOV < 200
                       ADD 1 TO TOTALMOV
                       MOVE RSGDEL TO MV-REGISTRO(TOTALMOV)
                       MOVE ACCIONROLE TO MV-ACCION(TOTALMOV)
                       MOVE ROLEDEST TO MV-NUEVO(TOTALMOV)
                    ELSE
                       ADD 1 TO CNT-DESBORDE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING MM FROM 1 BY 1 UNTIL MM > TOTALMOV
              PERFORM MUEVEDELEGACION
           END-PERFORM.
           CLOSE FSGDEL.
       FIN-TRATADELEGACIONES.
           EXIT.

       MUEVEDELEGACION SECTION.
       MDE.
           MOVE MV-REGISTRO(MM) TO RSGDEL.
           MOVE MV-ACCION(MM) TO ACCIONROLE.
           IF ACCIONROLE = "R"
              MOVE "DESACTIVAR" TO ACCIONTXT
           ELSE
              MOVE "REAPUNTAR A" TO ACCIONTXT
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "DELEGACION " CLA-DELEGANTE(1:24) " -> "
                  CLA-DELEGADO(1:24) " ROLE=" CLA-ROLE OF RSGDEL(1:24)
                  " " ACCIONTXT " " MV-NUEVO(MM)(1:24)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           ADD 1 TO CNT-DELEGACIONES.
           IF MODOTRAS NOT = "E"
              GO TO FIN-MUEVEDELEGACION
           END-IF.
           READ FSGDEL INVALID KEY
                GO TO FIN-MUEVEDELEGACION.
           IF ACCIONROLE = "R"
              MOVE "N" TO ACTIVO OF RSGDEL
              MOVE USUARIO TO MODPOR OF RSGDEL
              MOVE HOY TO MODFECHA OF RSGDEL
              MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA OF RSGDEL
              REWRITE RSGDEL INVALID KEY
                      ADD 1 TO CNT-FALLOS
                      GO TO FIN-MUEVEDELEGACION
              END-REWRITE
              MOVE "M" TO ABM
              MOVE RSGDEL TO REGISTRO
              CALL "SRUTRAZA" USING NOMBREFSGDEL ABM REGISTRO
              GO TO FIN-MUEVEDELEGACION
           END-IF.
           MOVE RSGDEL TO REGISTRO.
           DELETE FSGDEL INVALID KEY
                  ADD 1 TO CNT-FALLOS
                  GO TO FIN-MUEVEDELEGACION.
           MOVE "B" TO ABM.
           CALL "SRUTRAZA" USING NOMBREFSGDEL ABM REGISTRO.
           MOVE MV-REGISTRO(MM) TO RSGDEL.
           MOVE MV-NUEVO(MM) TO CLA-ROLE OF RSGDEL.
           MOVE USUARIO TO MODPOR OF RSGDEL.
           MOVE HOY TO MODFECHA OF RSGDEL.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA OF RSGDEL.
           WRITE RSGDEL INVALID KEY
                 DISPLAY "OMITIDA FSGDEL: YA EXISTE LA "
                         "DELEGACION DESTINO" UPON SYSOUT
                 GO TO FIN-MUEVEDELEGACION.
           IF ERROR-1 = "0"
              MOVE "A" TO ABM
              MOVE RSGDEL TO REGISTRO
              CALL "SRUTRAZA" USING NOMBREFSGDEL ABM REGISTRO
           END-IF.
       FIN-MUEVEDELEGACION.
           EXIT.

       TRATACAMPANAS SECTION.
       TCA.
           MOVE 0 TO TOTALMOV.
           IF MODOTRAS = "E"
              OPEN I-O FSGCERT
           ELSE
              OPEN INPUT FSGCERT
           END-IF.
           IF ERROR-1 NOT = "0"
              GO TO FIN-TRATACAMPANAS
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGCERT NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CLA-USUARIO OF RSGCERT = USUCODE AND
                 ESTADO-CERT = "P"
                 MOVE CLA-ROLE OF RSGCERT TO ROLEACT
                 PERFORM CLASIFICAROLE
                 IF ACCIONROLE = "R" OR ACCIONROLE = "P"
                    IF TOTALMOV < 200
                       ADD 1 TO TOTALMOV
                       MOVE RSGCERT TO MV-REGISTRO(TOTALMOV)
                       MOVE ACCIONROLE TO MV-ACCION(TOTALMOV)
                       MOVE ROLEDEST TO MV-NUEVO(TOTALMOV)
                    ELSE
                       ADD 1 TO CNT-DESBORDE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING MM FROM 1 BY 1 UNTIL MM > TOTALMOV
              PERFORM MUEVECAMPANA
           END-PERFORM.
           CLOSE FSGCERT.
       FIN-TRATACAMPANAS.
           EXIT.

       MUEVECAMPANA SECTION.
       MCA.
           MOVE MV-REGISTRO(MM) TO RSGCERT.
           MOVE MV-ACCION(MM) TO ACCIONROLE.
           IF ACCIONROLE = "R"
              MOVE "CERRAR REVOCADA" TO ACCIONTXT
           ELSE
              MOVE "REAPUNTAR A" TO ACCIONTXT
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "CAMPANA " CLA-CAMPANA " ROLE="
                  CLA-ROLE OF RSGCERT(1:32)
                  " " ACCIONTXT " " MV-NUEVO(MM)(1:32)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           ADD 1 TO CNT-CAMPANAS.
           IF MODOTRAS NOT = "E"
              GO TO FIN-MUEVECAMPANA
           END-IF.
           READ FSGCERT INVALID KEY
                GO TO FIN-MUEVECAMPANA.
           IF ACCIONROLE = "R"
              MOVE "R" TO ESTADO-CERT
              MOVE USUARIO TO DECIDIDO-POR
              MOVE HOY TO DECISION-FECHA
              IF VERSION-CERT NOT NUMERIC OR VERSION-CERT = 999999
                 MOVE 0 TO VERSION-CERT
              END-IF
              ADD 1 TO VERSION-CERT
              REWRITE RSGCERT INVALID KEY
                      ADD 1 TO CNT-FALLOS
                      GO TO FIN-MUEVECAMPANA
              END-REWRITE
              MOVE "M" TO ABM
              MOVE RSGCERT TO REGISTRO
              CALL "SRUTRAZA" USING NOMBREFSGCERT ABM REGISTRO
              GO TO FIN-MUEVECAMPANA
           END-IF.
           MOVE RSGCERT TO REGISTRO.
           DELETE FSGCERT INVALID KEY
                  ADD 1 TO CNT-FALLOS
                  GO TO FIN-MUEVECAMPANA.
           MOVE "B" TO ABM.
           CALL "SRUTRAZA" USING NOMBREFSGCERT ABM REGISTRO.
           MOVE MV-REGISTRO(MM) TO RSGCERT.
           MOVE MV-NUEVO(MM) TO CLA-ROLE OF RSGCERT.
           IF VERSION-CERT NOT NUMERIC OR VERSION-CERT = 999999
              MOVE 0 TO VERSION-CERT
           END-IF.
           ADD 1 TO VERSION-CERT.
           WRITE RSGCERT INVALID KEY
                 DISPLAY "OMITIDA FSGCERT: YA EXISTE LA FILA "
                         "DESTINO" UPON SYSOUT
                 GO TO FIN-MUEVECAMPANA.
           IF ERROR-1 = "0"
              MOVE "A" TO ABM
              MOVE RSGCERT TO REGISTRO
              CALL "SRUTRAZA" USING NOMBREFSGCERT ABM REGISTRO
           END-IF.
       FIN-MUEVECAMPANA.
           EXIT.

       TRATAATRIBUTOS SECTION.
       TAT.
           IF MODOTRAS = "E"
              OPEN I-O FSGATR
           ELSE
              OPEN INPUT FSGATR
           END-IF.
           IF ERROR-1 NOT = "0"
              GO TO FIN-TRATAATRIBUTOS
           END-IF.
           MOVE USUCODE TO CLA OF RSGATR.
           READ FSGATR INVALID KEY
                CLOSE FSGATR
                GO TO FIN-TRATAATRIBUTOS.
           MOVE 0 TO CAMBIAATR.
           MOVE "DEPARTAMENTO" TO MAPBUSCA.
           MOVE DEPARTAMENTO TO MAPVIEJO.
           PERFORM BUSCAMAPA.
           IF MAPHALLADO = 1
              MOVE 1 TO CAMBIAATR
              MOVE SPACES TO LINEASPOOL
              STRING "ATRIBUTOS DEPARTAMENTO " DEPARTAMENTO
                     " -> " MAPNUEVO(1:16)
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              MOVE MAPNUEVO TO DEPARTAMENTO
           END-IF.
           MOVE "CENTRO" TO MAPBUSCA.
           MOVE CENTRO-COSTE TO MAPVIEJO.
           PERFORM BUSCAMAPA.
           IF MAPHALLADO = 1
              MOVE 1 TO CAMBIAATR
              MOVE SPACES TO LINEASPOOL
              STRING "ATRIBUTOS CENTRO DE COSTE " CENTRO-COSTE
                     " -> " MAPNUEVO(1:8)
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              MOVE MAPNUEVO TO CENTRO-COSTE
           END-IF.
           IF CAMBIAATR = 0
              MOVE "ATRIBUTOS SIN EQUIVALENCIA, REVISAR A MANO"
                   TO LINEASPOOL
              PERFORM ESCUPELINEA
           END-IF.
           MOVE RESPONSABLE TO RESPONSABLEATR.
           PERFORM MIRARESPONSABLE.
           IF MODOTRAS NOT = "E" OR CAMBIAATR = 0
              CLOSE FSGATR
              GO TO FIN-TRATAATRIBUTOS
           END-IF.
           MOVE USUARIO TO MODPOR OF RSGATR.
           MOVE HOY TO MODFECHA OF RSGATR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA OF RSGATR.
           REWRITE RSGATR INVALID KEY
                   ADD 1 TO CNT-FALLOS
                   CLOSE FSGATR
                   GO TO FIN-TRATAATRIBUTOS.
           ADD 1 TO CNT-ATRIBUTOS.
           MOVE "M" TO ABM.
           MOVE RSGATR TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGATR ABM REGISTRO.
           CLOSE FSGATR.
       FIN-TRATAATRIBUTOS.
           EXIT.

       MIRARESPONSABLE SECTION.
       MRE.
           IF RESPONSABLEATR = SPACES OR RESPONSABLEATR = LOW-VALUES
              GO TO FIN-MIRARESPONSABLE
           END-IF.
           OPEN INPUT FSGUSU.
           IF ERROR-1 NOT = "0"
              GO TO FIN-MIRARESPONSABLE
           END-IF.
           MOVE RESPONSABLEATR TO CLA OF RSGUSU.
           READ FSGUSU WITH IGNORE LOCK INVALID KEY
                MOVE ENTIDADNUEVA TO ENTIDAD OF RSGUSU.
           CLOSE FSGUSU.
           IF ENTIDAD OF RSGUSU NOT = ENTIDADNUEVA AND
              ENTIDAD OF RSGUSU NOT = SPACES AND
              ENTIDAD OF RSGUSU NOT = LOW-VALUES
              MOVE SPACES TO LINEASPOOL
              STRING "ATRIBUTOS RESPONSABLE " RESPONSABLEATR(1:32)
                     " ES DE LA ENTIDAD " ENTIDAD OF RSGUSU
                     ", REVISAR"
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-IF.
       FIN-MIRARESPONSABLE.
           EXIT.

       CAMBIAUSUARIO SECTION.
       CUS.
           OPEN I-O FSGUSU.
           IF ERROR-1 NOT = "0"
              MOVE 4 TO RESULTADO
              GO TO FIN-CAMBIAUSUARIO
           END-IF.
           MOVE USUCODE TO CLA OF RSGUSU.
           READ FSGUSU INVALID KEY
                MOVE 4 TO RESULTADO
                GO TO CERRARU.
           MOVE ENTIDADNUEVA TO ENTIDAD OF RSGUSU.
           MOVE USUARIO TO MODPOR OF RSGUSU.
           MOVE HOY TO MODFECHA OF RSGUSU.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA OF RSGUSU.
           REWRITE RSGUSU INVALID KEY
                   MOVE 4 TO RESULTADO
                   GO TO CERRARU.
           IF ERROR-1 NOT = "0"
              MOVE 4 TO RESULTADO
              GO TO CERRARU
           END-IF.
           MOVE "M" TO ABM.
           MOVE RSGUSU TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGUSU ABM REGISTRO.
       CERRARU.
           CLOSE FSGUSU.
       FIN-CAMBIAUSUARIO.
           EXIT.

       INFORMEFINAL SECTION.
       INF.
           MOVE SPACES TO LINEASPOOL.
           STRING "REVOCADAS=" CNT-REVOCADAS
                  " REAPUNTADAS=" CNT-REAPUNTADAS
                  " A CONFIRMAR=" CNT-CONFIRMAR
                  " MANTENIDAS=" CNT-MANTENIDAS
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE SPACES TO LINEASPOOL.
           STRING "DELEGACIONES=" CNT-DELEGACIONES
                  " CAMPANAS=" CNT-CAMPANAS
                  " ATRIBUTOS=" CNT-ATRIBUTOS
                  " FALLOS=" CNT-FALLOS
                  " DESBORDES=" CNT-DESBORDE
                  " EN VEDA=" CNT-VEDA
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE SPACES TO LINEASPOOL.
           IF MODOTRAS = "E"
              IF RESULTADO = 0
                 STRING "TRASLADO TERMINADO: " USUCODE(1:32)
                        " ES AHORA DE LA ENTIDAD " ENTIDADNUEVA
                        DELIMITED BY SIZE
                        INTO LINEASPOOL
                 END-STRING
              ELSE
                 MOVE "TRASLADO INCOMPLETO: FSGUSU NO SE CAMBIO"
                      TO LINEASPOOL
                 IF RESULTADO = 5
                    MOVE "TRASLADO INCOMPLETO POR VEDA: REPETIR"
                         TO LINEASPOOL
                 END-IF
              END-IF
           ELSE
              MOVE "PREVISUALIZACION: NADA CAMBIADO, EJECUTAR HOY"
                   TO LINEASPOOL
           END-IF.
           PERFORM ESCUPELINEA.
       FIN-INFORMEFINAL.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
