       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGOCASO.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      BARRIDO NOCTURNO DE LOS ROLES OBSOLETOS DE
                      FSGROBS. MIENTRAS UN ROLE ESTA OBSOLETO Y NO HA
                      LLEGADO SU FECHA DE OCASO, AVISA POR EL BUZON
                      CENTRAL A CADA TITULAR DE FSGUR Y A SU
                      RESPONSABLE DE FSGATR DE QUE DEBE PASAR AL ROLE
                      SUSTITUTO: EL PRIMER DIA, CADA N DIAS (CLAVE
                      OCASOAVISODIAS DE FSGCFG, 7 POR DEFECTO) Y LA
                      VISPERA DEL OCASO. LLEGADO EL OCASO MUEVE CADA
                      CONCESION QUE QUEDE AL ROLE SUSTITUTO
                      CONSERVANDO FECHA-DESDE, FECHA-HASTA Y LA
                      JUSTIFICACION DE FSGJUST (SI EL TITULAR YA
                      TENIA EL SUSTITUTO SOLO SE QUITA LA VIEJA), CON
                      TRAZA DE LA BAJA Y DEL ALTA Y AVISO AL TITULAR.
                      UN ROLE SIN FECHA DE OCASO SOLO AVISA. LO QUE
                      NO QUEPA EN LA TABLA DE UNA NOCHE SE MUEVE LA
                      SIGUIENTE. SALE POR CONSOLA Y POR EL CARRETE DE
                      INFORMES (OCASO). SI FSGUR ESTA EN PERIODO DE VEDA
                      (SRCHKVEDA) LA CONCESION NO SE MUEVE: SALE EN EL
                      INFORME COMO PENDIENTE, SE CUENTA EN EN VEDA Y SE
                      MUEVE LA PRIMERA NOCHE FUERA DE LA VEDA. CADA
                      PASADA LLEVA SU IDENTIFICADOR DE EJECUCION
                      (SRLOTE), QUE QUEDA ESTAMPADO EN CADA REGISTRO DE
                      TRAZA QUE ESCRIBE, PARA PODER DESHACERLA ENTERA
                      CON ISGREVLOTE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGROBS-SEL".
           COPY "FSGUR-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGROBS-FD".
           COPY "FSGUR-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 NOMBREFSGROBS               PIC X(256).
       01 NOMBREFSGUR                 PIC X(256).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 SIGUE                       PIC 9.
       01 SIGUEROL                    PIC 9.
       01 HOY                         PIC 9(8).
       01 HOYENTERO                   PIC 9(7).
       01 OBSENTERO                   PIC 9(7).
       01 OCASOENTERO                 PIC 9(7).
       01 DIASOBS                     PIC 9(7).
       01 COCIENTE                    PIC 9(7).
       01 RESTODIAS                   PIC 9(7).
       01 DIASAVISO                   PIC 9(3).
       01 TOCAAVISO                   PIC 9.
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 ROLEVIEJO                   PIC X(64).
       01 ROLENUEVO                   PIC X(64).
       01 FECHAOCASO                  PIC 9(8).
       01 TABLA-OCA-L.
          05 FILA-OCA OCCURS 1000 TIMES.
             10 OC-REGISTRO           PIC X(192).
       01 TOTALOCA                    PIC 9(4).
       01 OO                          PIC 9(4).
       01 YALOTENIA                   PIC 9.
       01 TEXTOJUST                   PIC X(64).
       01 SOLICJUST                   PIC X(15).
       01 TICKETJUSTI                 PIC X(16).
       01 ENCONTRADOJUST              PIC 9.
       01 RESULTADOJUST               PIC 9.
       01 VIGTIPO                     PIC X(8) VALUE "FSGUR".
       01 VIGEVENTOS                  PIC 9(8).
       01 RESPONUSU                   PIC X(64).
       01 DEPARTUSU                   PIC X(16).
       01 ENCONTRADOATR               PIC 9.
       01 ORIGENAVISO                 PIC X(8) VALUE "ISGOCASO".
       01 SEVERIDAD                   PIC X(1) VALUE "W".
       01 TEXTOAVISO                  PIC X(128).
       01 RESULTADOAVI                PIC 9.
       01 CNT-ROLES                   PIC 9(8).
       01 CNT-AVISOS                  PIC 9(8).
       01 CNT-MOVIDAS                 PIC 9(8).
       01 CNT-YATENIAN                PIC 9(8).
       01 CNT-FALLOS                  PIC 9(8).
       01 CNT-DESBORDE                PIC 9(8).
       01 CNT-VEDA                    PIC 9(8).
       01 ACCIONVEDA                  PIC X.
       01 SERVIDORVEDA                PIC X(8) VALUE "FSGUR".
       01 OPERVEDA                    PIC X(8) VALUE "OCASO".
       01 DETALLEVEDA                 PIC X(128).
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "OCASO".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).
       01 ACCIONLOTE                  PIC X.
       01 PROGRAMALOTE                PIC X(12) VALUE "ISGOCASO".
       01 EJECUCIONLOTE               PIC X(16).

       LINKAGE SECTION.
       01 CONTADOROCA                 PIC 9(8).

       PROCEDURE DIVISION USING CONTADOROCA.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADOROCA.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CNT-ROLES.
           MOVE 0 TO CNT-AVISOS.
           MOVE 0 TO CNT-MOVIDAS.
           MOVE 0 TO CNT-YATENIAN.
           MOVE 0 TO CNT-FALLOS.
           MOVE 0 TO CNT-DESBORDE.
           MOVE 0 TO CNT-VEDA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           COMPUTE HOYENTERO = FUNCTION INTEGER-OF-DATE(HOY).
           MOVE 7 TO DIASAVISO.
           MOVE "OCASOAVISODIAS" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO DIASAVISO
           END-IF.
           IF DIASAVISO = 0
              MOVE 7 TO DIASAVISO
           END-IF.
           MOVE "mnu/SG/FSGROBS" TO NOMBREFSGROBS.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
       PROCESOS.
           MOVE "I" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           OPEN INPUT FSGROBS.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGOCASO SIN ROLES OBSOLETOS" UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           OPEN I-O FSGUR.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGOCASO NO SE PUDO ABRIR " NOMBREFSGUR
                      UPON SYSOUT
              CLOSE FSGROBS
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE "OCASO DE ROLES OBSOLETOS" TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           MOVE 1 TO SIGUEROL.
           PERFORM UNTIL SIGUEROL = 0
              READ FSGROBS NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUEROL
              END-READ
              IF SIGUEROL = 1 AND FECHA-OBSOLETO NUMERIC AND
                 FECHA-OBSOLETO NOT > HOY
                 PERFORM TRATAROLE
              END-IF
           END-PERFORM.
           CLOSE FSGUR.
           CLOSE FSGROBS.
           MOVE SPACES TO LINEASPOOL.
           STRING "ROLES=" CNT-ROLES
                  " AVISOS=" CNT-AVISOS
                  " MOVIDAS=" CNT-MOVIDAS
                  " YA TENIAN SUSTITUTO=" CNT-YATENIAN
                  " FALLOS=" CNT-FALLOS
                  " PENDIENTES=" CNT-DESBORDE
                  " EN VEDA=" CNT-VEDA
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           COMPUTE CONTADOROCA = CNT-AVISOS + CNT-MOVIDAS
                                 + CNT-YATENIAN.
       FIN-PROCESOS.
           MOVE "F" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       TRATAROLE SECTION.
       TRO.
           ADD 1 TO CNT-ROLES.
           MOVE CLA OF RSGROBS TO ROLEVIEJO.
           MOVE CLA-SUSTITUTO TO ROLENUEVO.
           MOVE 0 TO FECHAOCASO.
           IF FECHA-OCASO NUMERIC
              MOVE FECHA-OCASO TO FECHAOCASO
           END-IF.
           PERFORM RECOGEGRANTS.
           IF FECHAOCASO > 0 AND FECHAOCASO NOT > HOY AND
              ROLENUEVO NOT = SPACES
              MOVE SPACES TO LINEASPOOL
              STRING "OCASO ROLE=" ROLEVIEJO(1:40)
                     " SUSTITUTO=" ROLENUEVO(1:40)
                     " CONCESIONES=" TOTALOCA
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              PERFORM VARYING OO FROM 1 BY 1 UNTIL OO > TOTALOCA
                 PERFORM MUEVEGRANT
              END-PERFORM
              GO TO FIN-TRATAROLE
           END-IF.
           PERFORM MIRAAVISO.
           IF TOCAAVISO = 0
              GO TO FIN-TRATAROLE
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "AVISO ROLE=" ROLEVIEJO(1:40)
                  " SUSTITUTO=" ROLENUEVO(1:40)
                  " OCASO=" FECHAOCASO
                  " TITULARES=" TOTALOCA
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           PERFORM VARYING OO FROM 1 BY 1 UNTIL OO > TOTALOCA
              PERFORM AVISAGRANT
           END-PERFORM.
       FIN-TRATAROLE.
           EXIT.

       MIRAAVISO SECTION.
       MAV.
           MOVE 0 TO TOCAAVISO.
           COMPUTE OBSENTERO =
                   FUNCTION INTEGER-OF-DATE(FECHA-OBSOLETO).
           COMPUTE DIASOBS = HOYENTERO - OBSENTERO.
           DIVIDE DIASOBS BY DIASAVISO GIVING COCIENTE
                  REMAINDER RESTODIAS.
           IF RESTODIAS = 0
              MOVE 1 TO TOCAAVISO
           END-IF.
           IF FECHAOCASO > 0
              COMPUTE OCASOENTERO =
                      FUNCTION INTEGER-OF-DATE(FECHAOCASO)
              IF OCASOENTERO = HOYENTERO + 1
                 MOVE 1 TO TOCAAVISO
              END-IF
           END-IF.
       FIN-MIRAAVISO.
           EXIT.

       RECOGEGRANTS SECTION.
       RGR.
           MOVE 0 TO TOTALOCA.
           MOVE ROLEVIEJO TO CLA-ROLE OF RSGUR.
           START FSGUR KEY NOT < CLA-ROLE OF RSGUR
                 INVALID KEY
                 GO TO FIN-RECOGEGRANTS.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CLA-ROLE OF RSGUR NOT = ROLEVIEJO
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1
                 IF TOTALOCA < 1000
                    ADD 1 TO TOTALOCA
                    MOVE RSGUR TO OC-REGISTRO(TOTALOCA)
                 ELSE
                    ADD 1 TO CNT-DESBORDE
                 END-IF
              END-IF
           END-PERFORM.
       FIN-RECOGEGRANTS.
           EXIT.

       AVISAGRANT SECTION.
       AVG.
           MOVE OC-REGISTRO(OO) TO RSGUR.
           ADD 1 TO CNT-AVISOS.
           MOVE SPACES TO TEXTOAVISO.
           IF FECHAOCASO > 0
              STRING "EL ROLE " ROLEVIEJO(1:40)
                     " ESTA OBSOLETO; EL " FECHAOCASO
                     " PASARA A " ROLENUEVO(1:40)
                     DELIMITED BY SIZE
                     INTO TEXTOAVISO
              END-STRING
           ELSE
              STRING "EL ROLE " ROLEVIEJO(1:40)
                     " ESTA OBSOLETO; PEDIR " ROLENUEVO(1:40)
                     DELIMITED BY SIZE
                     INTO TEXTOAVISO
              END-STRING
           END-IF.
           CALL "SRAVISO" USING CLA-USUARIO OF RSGUR ORIGENAVISO
                SEVERIDAD TEXTOAVISO RESULTADOAVI.
           CALL "SRGETRESP" USING CLA-USUARIO OF RSGUR RESPONUSU
                DEPARTUSU ENCONTRADOATR.
           IF ENCONTRADOATR = 1 AND RESPONUSU NOT = SPACES
              MOVE SPACES TO TEXTOAVISO
              STRING "ROLE OBSOLETO " ROLEVIEJO(1:32)
                     " USUARIO=" CLA-USUARIO OF RSGUR(1:32)
                     " SUSTITUTO=" ROLENUEVO(1:32)
                     DELIMITED BY SIZE
                     INTO TEXTOAVISO
              END-STRING
              CALL "SRAVISO" USING RESPONUSU ORIGENAVISO
                   SEVERIDAD TEXTOAVISO RESULTADOAVI
           END-IF.
       FIN-AVISAGRANT.
           EXIT.

       MUEVEGRANT SECTION.
       MUG.
           MOVE OC-REGISTRO(OO) TO RSGUR.
           MOVE "C" TO ACCIONVEDA.
           MOVE RSGUR TO DETALLEVEDA.
           CALL "SRCHKVEDA" USING ACCIONVEDA SERVIDORVEDA OPERVEDA
                DETALLEVEDA VEDADO DESVEDA.
           IF VEDADO = 1
              ADD 1 TO CNT-VEDA
              MOVE SPACES TO LINEASPOOL
              STRING "  USUARIO=" CLA-USUARIO OF RSGUR(1:40)
                     " QUEDA PENDIENTE, VEDA " DESVEDA
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              GO TO FIN-MUEVEGRANT
           END-IF.
           MOVE 0 TO YALOTENIA.
           MOVE ROLENUEVO TO CLA-ROLE OF RSGUR.
           MOVE USUARIO TO MODPOR OF RSGUR.
           MOVE HOY TO MODFECHA OF RSGUR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA OF RSGUR.
           WRITE RSGUR INVALID KEY
                 MOVE 1 TO YALOTENIA.
           IF YALOTENIA = 0 AND ERROR-1 NOT = "0"
              ADD 1 TO CNT-FALLOS
              GO TO FIN-MUEVEGRANT
           END-IF.
           IF YALOTENIA = 0
              MOVE "A" TO ABM
              MOVE RSGUR TO REGISTRO
              CALL "SRUTRAZA" USING NOMBREFSGUR ABM REGISTRO
              CALL "SRVIGIA" USING VIGTIPO CLA-USUARIO OF RSGUR
                   CLA-ROLE OF RSGUR VIGEVENTOS
              CALL "SRGETJUST" USING CLA-USUARIO OF RSGUR ROLEVIEJO
                   TEXTOJUST SOLICJUST TICKETJUSTI ENCONTRADOJUST
              IF ENCONTRADOJUST = 1
                 CALL "SRJUSTGRABA" USING CLA-USUARIO OF RSGUR
                      ROLENUEVO TEXTOJUST SOLICJUST TICKETJUSTI
                      RESULTADOJUST
              END-IF
           END-IF.
           MOVE OC-REGISTRO(OO) TO RSGUR.
           READ FSGUR INVALID KEY
                ADD 1 TO CNT-FALLOS
                GO TO FIN-MUEVEGRANT.
           MOVE RSGUR TO REGISTRO.
           DELETE FSGUR INVALID KEY
                  ADD 1 TO CNT-FALLOS
                  GO TO FIN-MUEVEGRANT.
           MOVE "B" TO ABM.
           CALL "SRUTRAZA" USING NOMBREFSGUR ABM REGISTRO.
           IF YALOTENIA = 1
              ADD 1 TO CNT-YATENIAN
           ELSE
              ADD 1 TO CNT-MOVIDAS
           END-IF.
           MOVE SPACES TO TEXTOAVISO.
           STRING "SU CONCESION DEL ROLE OBSOLETO " ROLEVIEJO(1:40)
                  " HA PASADO A " ROLENUEVO(1:40)
                  DELIMITED BY SIZE
                  INTO TEXTOAVISO
           END-STRING.
           CALL "SRAVISO" USING CLA-USUARIO OF RSGUR ORIGENAVISO
                SEVERIDAD TEXTOAVISO RESULTADOAVI.
           MOVE SPACES TO LINEASPOOL.
           IF YALOTENIA = 1
              STRING "  USUARIO=" CLA-USUARIO OF RSGUR(1:40)
                     " YA TENIA EL SUSTITUTO, SE QUITA LA VIEJA"
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
           ELSE
              STRING "  USUARIO=" CLA-USUARIO OF RSGUR(1:40)
                     " MOVIDA DESDE=" FECHA-DESDE
                     " HASTA=" FECHA-HASTA
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
           END-IF.
           PERFORM ESCUPELINEA.
       FIN-MUEVEGRANT.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
