       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGMASIVO.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      CAMBIO MASIVO DECLARATIVO SOBRE FSGNR O FSGUR
                      DIRIGIDO POR UN FICHERO DE CONTROL (POR DEFECTO
                      mnu/SG/MASIVO) CON LINEAS "FICHERO|FSGNR",
                      "DESDE|CLAVE" Y "HASTA|CLAVE" (RANGO DEL PRIMER
                      TRAMO DE LA CLAVE), "SUBARBOL|NODO" (SOLO FSGNR,
                      NODOS BAJO ESE NODO SEGUN SRDESCIENDE),
                      "SI|CAMPO|OPERADOR|VALOR" (OPERADORES = <> < >,
                      TODAS A LA VEZ) Y "PON|CAMPO|VALOR"; LAS LINEAS
                      QUE EMPIEZAN POR * SON COMENTARIO. SE PUEDEN
                      PONER ACTIVO Y NIVEL-ACCESO EN FSGNR Y ACTIVO,
                      FECHA-DESDE, FECHA-HASTA Y ENTIDAD EN FSGUR; LAS
                      CLAVES NO SE TOCAN. EL MODO "S" (POR DEFECTO) ES
                      EL SIMULACRO: LISTA LO QUE CAMBIARIA Y SELLA EL
                      FICHERO DE CONTROL CON SRMANIF. EL MODO "E" SE
                      NIEGA SI NO HAY SIMULACRO O SI EL CONTROL HA
                      CAMBIADO DESDE EL, GUARDA CADA IMAGEN ANTERIOR
                      EN EL FICHERO DE VUELTA ATRAS
                      CONTROL+DESHACER+FECHAHORA (SELLADO AL CERRAR),
                      PASA CADA CLAVE POR LA NORMA DE NOMENCLATURA
                      (SRCHKNOMBRE), REESCRIBE CON TRAZA Y GASTA EL
                      SELLO DEL CONTROL. EL MODO "D" RECIBE UN FICHERO
                      DE VUELTA ATRAS, COMPRUEBA SU SELLO Y REPONE
                      CADA IMAGEN ANTERIOR, TAMBIEN CON TRAZA. SALE
                      POR CONSOLA Y POR EL CARRETE DE INFORMES
                      (MASIVO). LAS FILAS QUE QUEDAN FUERA DEL AMBITO DE
                      ADMINISTRACION DELEGADA DE QUIEN LO LANZA
                      (SRCHKAMB: EL NODO EN FSGNR; EL USUARIO Y LOS
                      NODOS QUE ALCANZA EL ROLE EN FSGUR) NO SE TOCAN Y
                      SE CUENTAN APARTE EN LOS TOTALES. EN UN PERIODO DE
                      VEDA DEL CALENDARIO SOBRE EL MAESTRO (SRCHKVEDA)
                      LOS MODOS "E" Y "D" SE NIEGAN ENTEROS SIN TOCAR
                      NADA; LA VUELTA ATRAS MIRA FSGNR Y FSGUR. CADA
                      PASADA LLEVA SU IDENTIFICADOR DE EJECUCION
                      (SRLOTE), QUE QUEDA ESTAMPADO EN CADA REGISTRO DE
                      TRAZA QUE ESCRIBE, PARA PODER DESHACERLA ENTERA
                      CON ISGREVLOTE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGNR-SEL".
           COPY "FSGUR-SEL".

           SELECT FCTL
                  ASSIGN TO RANDOM NOMBRECTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT FDES
                  ASSIGN TO RANDOM NOMBREDES
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGNR-FD".
           COPY "FSGUR-FD".

       FD  FCTL
           DATA RECORD IS RCTL.
       01  RCTL                        PIC X(256).

       FD  FDES
           DATA RECORD IS RDES.
       01  RDES.
           05 DS-FICHERO               PIC X(8).
           05 DS-IMAGEN                PIC X(256).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 NOMBREFSGNR                 PIC X(256).
       01 NOMBREFSGUR                 PIC X(256).
       01 NOMBRECTL                   PIC X(256).
       01 NOMBREDES                   PIC X(256).
       01 NOMBRESELLO                 PIC X(256).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 SIGUE                       PIC 9.
       01 HOY                         PIC 9(8).
       01 AHORA                       PIC 9(6).
       01 MODOTXT                     PIC X(10).
       01 CT-VERBO                    PIC X(12).
       01 CT-A                        PIC X(64).
       01 CT-B                        PIC X(64).
       01 CT-C                        PIC X(64).
       01 FICHEROMAS                  PIC X(8).
       01 DESDECLA                    PIC X(64).
       01 HASTACLA                    PIC X(64).
       01 NODORAIZ                    PIC X(64).
       01 TABLA-SI-L.
          05 FILA-SI OCCURS 10 TIMES.
             10 SI-CAMPO              PIC X(16).
             10 SI-OPERADOR           PIC X(2).
             10 SI-VALOR              PIC X(64).
       01 TOTALSI                     PIC 9(2).
       01 TABLA-PON-L.
          05 FILA-PON OCCURS 10 TIMES.
             10 PN-CAMPO              PIC X(16).
             10 PN-VALOR              PIC X(64).
       01 TOTALPON                    PIC 9(2).
       01 CNT-ERRCTL                  PIC 9(4).
       01 TABLA-GRANT-L.
          05 TABLA-GRANT              PIC X(64) OCCURS 100 TIMES.
       01 TABLA-NIVEL-L.
          05 TABLA-NIVEL              PIC X(1) OCCURS 100 TIMES.
       01 TOTALGRANT                  PIC 9(3).
       01 TABLA-EFEC-L.
          05 TABLA-EFEC               PIC X(64) OCCURS 500 TIMES.
       01 TABLA-EFNIV-L.
          05 TABLA-EFNIV              PIC X(1) OCCURS 500 TIMES.
       01 TOTALEFEC                   PIC 9(3).
       01 NOMBRECAMPO                 PIC X(16).
       01 VALORCAMPO                  PIC X(64).
       01 CAMPOVALE                   PIC 9.
       01 CASA                        PIC 9.
       01 ENRAMA                      PIC 9.
       01 CAMBIA                      PIC 9.
       01 CLAVEREG                    PIC X(64).
       01 IMAGENANT                   PIC X(256).
       01 CAMBIOTXT                   PIC X(60).
       01 NORMAFICHERO                PIC X(8).
       01 NORMACUMPLE                 PIC 9.
       01 NORMAMOTIVO                 PIC X(20).
       01 ACCIONMAN                   PIC X.
       01 PROGRAMAMAN                 PIC X(12) VALUE "ISGMASIVO".
       01 RESULTADOMAN                PIC 9.
       01 MOTIVOMAN                   PIC X(40).
       01 CNT-LEIDOS                  PIC 9(8).
       01 CNT-SELECCIONADOS           PIC 9(8).
       01 CNT-CAMBIADOS               PIC 9(8).
       01 CNT-SINCAMBIO               PIC 9(8).
       01 CNT-NORMA                   PIC 9(8).
       01 CNT-FALLOS                  PIC 9(8).
       01 CNT-AMBITO                  PIC 9(8).
       01 SERVIDORAMB                 PIC X(8).
       01 TIPOAMB                     PIC X(1).
       01 VALORAMB                    PIC X(64).
       01 AMBDENTRO                   PIC 9.
       01 RAZONAMB                    PIC X(40).
       01 KK                          PIC 9(3).
       01 ACCIONVEDA                  PIC X.
       01 SERVIDORVEDA                PIC X(8).
       01 OPERVEDA                    PIC X(8) VALUE "MASIVO".
       01 DETALLEVEDA                 PIC X(128).
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "MASIVO".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).
       01 ACCIONLOTE                  PIC X.
       01 PROGRAMALOTE                PIC X(12) VALUE "ISGMASIVO".
       01 EJECUCIONLOTE               PIC X(16).

       LINKAGE SECTION.
       01 NOMBRECTLIN                 PIC X(256).
       01 MODOMAS                     PIC X.
       01 CONTADORMAS                 PIC 9(8).

       PROCEDURE DIVISION USING NOMBRECTLIN MODOMAS CONTADORMAS.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORMAS.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CNT-LEIDOS.
           MOVE 0 TO CNT-SELECCIONADOS.
           MOVE 0 TO CNT-CAMBIADOS.
           MOVE 0 TO CNT-SINCAMBIO.
           MOVE 0 TO CNT-NORMA.
           MOVE 0 TO CNT-FALLOS.
           MOVE 0 TO CNT-AMBITO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AHORA.
           MOVE "mnu/SG/FSGNR" TO NOMBREFSGNR.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
           MOVE NOMBRECTLIN TO NOMBRECTL.
           IF NOMBRECTL = SPACES OR LOW-VALUES
              MOVE "mnu/SG/MASIVO" TO NOMBRECTL
           END-IF.
           EVALUATE MODOMAS
              WHEN "E" MOVE "EJECUCION" TO MODOTXT
              WHEN "D" MOVE "DESHACER" TO MODOTXT
              WHEN OTHER
                 MOVE "S" TO MODOMAS
                 MOVE "SIMULACRO" TO MODOTXT
           END-EVALUATE.
       PROCESOS.
           MOVE "I" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "CAMBIO MASIVO (" DELIMITED BY SIZE
                  MODOTXT DELIMITED BY SPACE
                  ") " DELIMITED BY SIZE
                  NOMBRECTL DELIMITED BY SPACE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           IF MODOMAS = "D"
              MOVE "FSGNR" TO SERVIDORVEDA
              PERFORM MIRAVEDA
              IF VEDADO = 0
                 MOVE "FSGUR" TO SERVIDORVEDA
                 PERFORM MIRAVEDA
              END-IF
              IF VEDADO = 0
                 PERFORM DESHACE
              END-IF
              GO TO CIERRAINFORME
           END-IF.
           PERFORM LEECONTROL.
           IF CNT-ERRCTL > 0
              MOVE SPACES TO LINEASPOOL
              STRING "CONTROL CON " CNT-ERRCTL
                     " ERRORES, NO SE HACE NADA"
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              GO TO CIERRAINFORME
           END-IF.
           IF MODOMAS = "E"
              MOVE FICHEROMAS TO SERVIDORVEDA
              PERFORM MIRAVEDA
              IF VEDADO = 1
                 GO TO CIERRAINFORME
              END-IF
              PERFORM MIRASIMULACRO
              IF RESULTADOMAN NOT = 0
                 GO TO CIERRAINFORME
              END-IF
              PERFORM ABREDESHACER
              IF ERROR-1 NOT = "0"
                 GO TO CIERRAINFORME
              END-IF
           END-IF.
           IF FICHEROMAS = "FSGNR"
              PERFORM RECORRENR
           ELSE
              PERFORM RECORREUR
           END-IF.
           IF MODOMAS = "E"
              CLOSE FDES
              MOVE "E" TO ACCIONMAN
              CALL "SRMANIF" USING ACCIONMAN NOMBREDES PROGRAMAMAN
                   RESULTADOMAN MOTIVOMAN
              MOVE SPACES TO NOMBRESELLO
              STRING NOMBRECTL "MAN"
                     DELIMITED BY " "
                     INTO NOMBRESELLO
              END-STRING
              CALL "PRURM" USING NOMBRESELLO
              MOVE SPACES TO LINEASPOOL
              STRING "VUELTA ATRAS EN " NOMBREDES
                     DELIMITED BY SPACE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           ELSE
              MOVE "E" TO ACCIONMAN
              CALL "SRMANIF" USING ACCIONMAN NOMBRECTL PROGRAMAMAN
                   RESULTADOMAN MOTIVOMAN
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "LEIDOS=" CNT-LEIDOS
                  " SELECCIONADOS=" CNT-SELECCIONADOS
                  " CAMBIADOS=" CNT-CAMBIADOS
                  " SIN CAMBIO=" CNT-SINCAMBIO
                  " FUERA DE NORMA=" CNT-NORMA
                  " FALLOS=" CNT-FALLOS
                  " FUERA DE AMBITO=" CNT-AMBITO
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       CIERRAINFORME.
           MOVE CNT-CAMBIADOS TO CONTADORMAS.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-PROCESOS.
           MOVE "F" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       LEECONTROL SECTION.
       LCT.
           MOVE 0 TO CNT-ERRCTL.
           MOVE 0 TO TOTALSI.
           MOVE 0 TO TOTALPON.
           MOVE SPACES TO FICHEROMAS DESDECLA HASTACLA NODORAIZ.
           OPEN INPUT FCTL.
           IF ERRORES NOT = "00"
              MOVE SPACES TO LINEASPOOL
              STRING "NO SE PUDO ABRIR EL CONTROL " NOMBRECTL
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              ADD 1 TO CNT-ERRCTL
              GO TO FIN-LEECONTROL
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FCTL AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND RCTL NOT = SPACES AND
                 RCTL(1:1) NOT = "*"
                 PERFORM LINEACONTROL
              END-IF
           END-PERFORM.
           CLOSE FCTL.
           IF FICHEROMAS NOT = "FSGNR" AND FICHEROMAS NOT = "FSGUR"
              MOVE "FALTA FICHERO|FSGNR O FICHERO|FSGUR"
                   TO LINEASPOOL
              PERFORM ESCUPELINEA
              ADD 1 TO CNT-ERRCTL
           END-IF.
           IF TOTALPON = 0
              MOVE "NINGUNA ASIGNACION PON" TO LINEASPOOL
              PERFORM ESCUPELINEA
              ADD 1 TO CNT-ERRCTL
           END-IF.
           IF NODORAIZ NOT = SPACES AND FICHEROMAS NOT = "FSGNR"
              MOVE "SUBARBOL SOLO VALE PARA FSGNR" TO LINEASPOOL
              PERFORM ESCUPELINEA
              ADD 1 TO CNT-ERRCTL
           END-IF.
           PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > TOTALSI
              MOVE SI-CAMPO(KK) TO NOMBRECAMPO
              PERFORM VALIDACAMPOSI
           END-PERFORM.
           PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > TOTALPON
              MOVE PN-CAMPO(KK) TO NOMBRECAMPO
              MOVE PN-VALOR(KK) TO VALORCAMPO
              PERFORM VALIDACAMPOPON
           END-PERFORM.
           IF NODORAIZ NOT = SPACES
              MOVE NODORAIZ TO TABLA-GRANT(1)
              MOVE "B" TO TABLA-NIVEL(1)
              MOVE 1 TO TOTALGRANT
              CALL "SRDESCIENDE" USING TABLA-GRANT-L TABLA-NIVEL-L
                   TOTALGRANT TABLA-EFEC-L TABLA-EFNIV-L TOTALEFEC
           END-IF.
       FIN-LEECONTROL.
           EXIT.

       LINEACONTROL SECTION.
       LNC.
           MOVE SPACES TO CT-VERBO CT-A CT-B CT-C.
           UNSTRING RCTL DELIMITED BY "|"
                    INTO CT-VERBO CT-A CT-B CT-C
           END-UNSTRING.
           EVALUATE CT-VERBO
              WHEN "FICHERO"
                 MOVE CT-A TO FICHEROMAS
              WHEN "DESDE"
                 MOVE CT-A TO DESDECLA
              WHEN "HASTA"
                 MOVE CT-A TO HASTACLA
              WHEN "SUBARBOL"
                 MOVE CT-A TO NODORAIZ
              WHEN "SI"
                 IF TOTALSI < 10 AND
                    (CT-B = "=" OR CT-B = "<>" OR CT-B = "<" OR
                     CT-B = ">")
                    ADD 1 TO TOTALSI
                    MOVE CT-A TO SI-CAMPO(TOTALSI)
                    MOVE CT-B TO SI-OPERADOR(TOTALSI)
                    MOVE CT-C TO SI-VALOR(TOTALSI)
                 ELSE
                    PERFORM ERRORCONTROL
                 END-IF
              WHEN "PON"
                 IF TOTALPON < 10
                    ADD 1 TO TOTALPON
                    MOVE CT-A TO PN-CAMPO(TOTALPON)
                    MOVE CT-B TO PN-VALOR(TOTALPON)
                 ELSE
                    PERFORM ERRORCONTROL
                 END-IF
              WHEN OTHER
                 PERFORM ERRORCONTROL
           END-EVALUATE.
       FIN-LINEACONTROL.
           EXIT.

       ERRORCONTROL SECTION.
       ERC.
           ADD 1 TO CNT-ERRCTL.
           MOVE SPACES TO LINEASPOOL.
           STRING "LINEA DE CONTROL INVALIDA: " RCTL(1:100)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-ERRORCONTROL.
           EXIT.

       VALIDACAMPOSI SECTION.
       VCS.
           MOVE 0 TO CAMPOVALE.
           IF FICHEROMAS = "FSGNR"
              IF NOMBRECAMPO = "NODO" OR NOMBRECAMPO = "ROLE" OR
                 NOMBRECAMPO = "ACTIVO" OR
                 NOMBRECAMPO = "NIVEL-ACCESO"
                 MOVE 1 TO CAMPOVALE
              END-IF
           ELSE
              IF NOMBRECAMPO = "USUARIO" OR NOMBRECAMPO = "ROLE" OR
                 NOMBRECAMPO = "ACTIVO" OR
                 NOMBRECAMPO = "FECHA-DESDE" OR
                 NOMBRECAMPO = "FECHA-HASTA" OR
                 NOMBRECAMPO = "EMERGENCIA" OR
                 NOMBRECAMPO = "ENTIDAD"
                 MOVE 1 TO CAMPOVALE
              END-IF
           END-IF.
           IF CAMPOVALE = 0
              ADD 1 TO CNT-ERRCTL
              MOVE SPACES TO LINEASPOOL
              STRING "CAMPO DE CONDICION DESCONOCIDO: " NOMBRECAMPO
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-IF.
       FIN-VALIDACAMPOSI.
           EXIT.

       VALIDACAMPOPON SECTION.
       VCP.
           MOVE 0 TO CAMPOVALE.
           EVALUATE TRUE
              WHEN NOMBRECAMPO = "ACTIVO"
                 IF VALORCAMPO = "S" OR VALORCAMPO = "N"
                    MOVE 1 TO CAMPOVALE
                 END-IF
              WHEN NOMBRECAMPO = "NIVEL-ACCESO" AND
                   FICHEROMAS = "FSGNR"
                 IF VALORCAMPO = "C" OR VALORCAMPO = "A" OR
                    VALORCAMPO = "B"
                    MOVE 1 TO CAMPOVALE
                 END-IF
              WHEN (NOMBRECAMPO = "FECHA-DESDE" OR
                    NOMBRECAMPO = "FECHA-HASTA") AND
                   FICHEROMAS = "FSGUR"
                 IF VALORCAMPO(1:8) NUMERIC AND
                    VALORCAMPO(9:56) = SPACES
                    MOVE 1 TO CAMPOVALE
                 END-IF
              WHEN NOMBRECAMPO = "ENTIDAD" AND FICHEROMAS = "FSGUR"
                 IF VALORCAMPO(5:60) = SPACES
                    MOVE 1 TO CAMPOVALE
                 END-IF
           END-EVALUATE.
           IF CAMPOVALE = 0
              ADD 1 TO CNT-ERRCTL
              MOVE SPACES TO LINEASPOOL
              STRING "ASIGNACION NO PERMITIDA: " NOMBRECAMPO
                     " = " VALORCAMPO(1:40)
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-IF.
       FIN-VALIDACAMPOPON.
           EXIT.

       MIRAVEDA SECTION.
       MVE.
           MOVE "C" TO ACCIONVEDA.
           MOVE NOMBRECTL TO DETALLEVEDA.
           CALL "SRCHKVEDA" USING ACCIONVEDA SERVIDORVEDA OPERVEDA
                DETALLEVEDA VEDADO DESVEDA.
           IF VEDADO = 1
              MOVE SPACES TO LINEASPOOL
              STRING "NADA CAMBIADO: " SERVIDORVEDA
                     " EN PERIODO DE VEDA " DESVEDA
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-IF.
       FIN-MIRAVEDA.
           EXIT.

       MIRASIMULACRO SECTION.
       MSI.
           MOVE "V" TO ACCIONMAN.
           CALL "SRMANIF" USING ACCIONMAN NOMBRECTL PROGRAMAMAN
                RESULTADOMAN MOTIVOMAN.
           IF RESULTADOMAN = 0 AND MOTIVOMAN NOT = SPACES
              MOVE 1 TO RESULTADOMAN
           END-IF.
           IF RESULTADOMAN NOT = 0
              MOVE SPACES TO LINEASPOOL
              STRING "SIN SIMULACRO VALIDO DE ESTE CONTROL: "
                     MOTIVOMAN
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-IF.
       FIN-MIRASIMULACRO.
           EXIT.

       ABREDESHACER SECTION.
       ADH.
           MOVE SPACES TO NOMBREDES.
           STRING NOMBRECTL DELIMITED BY SPACE
                  "DESHACER" HOY AHORA DELIMITED BY SIZE
                  INTO NOMBREDES
           END-STRING.
           OPEN OUTPUT FDES.
           IF ERROR-1 NOT = "0"
              MOVE SPACES TO LINEASPOOL
              STRING "NO SE PUDO CREAR " NOMBREDES
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-IF.
       FIN-ABREDESHACER.
           EXIT.

       RECORRENR SECTION.
       RNR.
           IF MODOMAS = "E"
              OPEN I-O FSGNR
           ELSE
              OPEN INPUT FSGNR
           END-IF.
           IF ERROR-1 NOT = "0"
              ADD 1 TO CNT-FALLOS
              GO TO FIN-RECORRENR
           END-IF.
           MOVE "FSGNR" TO NORMAFICHERO.
           MOVE LOW-VALUES TO CLA OF RSGNR.
           IF DESDECLA NOT = SPACES
              MOVE DESDECLA TO CLA-NODO
           END-IF.
           START FSGNR KEY NOT < CLA OF RSGNR
                 INVALID KEY
                 CLOSE FSGNR
                 GO TO FIN-RECORRENR.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              IF MODOMAS = "E"
                 READ FSGNR NEXT RECORD AT END
                      MOVE 0 TO SIGUE
                 END-READ
              ELSE
                 READ FSGNR NEXT RECORD WITH IGNORE LOCK AT END
                      MOVE 0 TO SIGUE
                 END-READ
              END-IF
              IF SIGUE = 1 AND HASTACLA NOT = SPACES AND
                 CLA-NODO > HASTACLA
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1
                 ADD 1 TO CNT-LEIDOS
                 PERFORM TRATANR
              END-IF
           END-PERFORM.
           CLOSE FSGNR.
       FIN-RECORRENR.
           EXIT.

       TRATANR SECTION.
       TNR.
           IF NODORAIZ NOT = SPACES
              MOVE 0 TO ENRAMA
              PERFORM VARYING KK FROM 1 BY 1
                      UNTIL KK > TOTALEFEC OR ENRAMA = 1
                 IF TABLA-EFEC(KK) = CLA-NODO
                    MOVE 1 TO ENRAMA
                 END-IF
              END-PERFORM
              IF ENRAMA = 0
                 GO TO FIN-TRATANR
              END-IF
           END-IF.
           PERFORM CUMPLECONDICIONES.
           IF CASA = 0
              GO TO FIN-TRATANR
           END-IF.
           MOVE "FSGNR" TO SERVIDORAMB.
           MOVE "N" TO TIPOAMB.
           MOVE CLA-NODO TO VALORAMB.
           CALL "SRCHKAMB" USING SERVIDORAMB TIPOAMB VALORAMB
                AMBDENTRO RAZONAMB.
           IF AMBDENTRO = 0
              ADD 1 TO CNT-AMBITO
              GO TO FIN-TRATANR
           END-IF.
           ADD 1 TO CNT-SELECCIONADOS.
           MOVE RSGNR TO IMAGENANT.
           MOVE CLA-NODO TO CLAVEREG.
           MOVE 0 TO CAMBIA.
           MOVE SPACES TO CAMBIOTXT.
           PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > TOTALPON
              MOVE PN-CAMPO(KK) TO NOMBRECAMPO
              PERFORM LEECAMPO
              IF VALORCAMPO NOT = PN-VALOR(KK)
                 MOVE 1 TO CAMBIA
                 STRING CAMBIOTXT DELIMITED BY "  "
                        " " NOMBRECAMPO DELIMITED BY SPACE
                        "=" PN-VALOR(KK)(1:10) DELIMITED BY SPACE
                        INTO CAMBIOTXT
                 END-STRING
                 PERFORM PONCAMPO
              END-IF
           END-PERFORM.
           IF CAMBIA = 0
              ADD 1 TO CNT-SINCAMBIO
              GO TO FIN-TRATANR
           END-IF.
           PERFORM MIRANORMA.
           IF NORMACUMPLE = 0
              GO TO FIN-TRATANR
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "FSGNR " CLA-NODO(1:32) " " CLA-ROLE OF RSGNR(1:32)
                  CAMBIOTXT
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           IF MODOMAS NOT = "E"
              ADD 1 TO CNT-CAMBIADOS
              GO TO FIN-TRATANR
           END-IF.
           MOVE USUARIO TO MODPOR OF RSGNR.
           MOVE HOY TO MODFECHA OF RSGNR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA OF RSGNR.
           MOVE "FSGNR" TO DS-FICHERO.
           MOVE IMAGENANT TO DS-IMAGEN.
           WRITE RDES.
           REWRITE RSGNR INVALID KEY
                   ADD 1 TO CNT-FALLOS
                   GO TO FIN-TRATANR.
           IF ERROR-1 NOT = "0"
              ADD 1 TO CNT-FALLOS
              GO TO FIN-TRATANR
           END-IF.
           ADD 1 TO CNT-CAMBIADOS.
           MOVE "M" TO ABM.
           MOVE RSGNR TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGNR ABM REGISTRO.
       FIN-TRATANR.
           EXIT.

       RECORREUR SECTION.
       RUR.
           IF MODOMAS = "E"
              OPEN I-O FSGUR
           ELSE
              OPEN INPUT FSGUR
           END-IF.
           IF ERROR-1 NOT = "0"
              ADD 1 TO CNT-FALLOS
              GO TO FIN-RECORREUR
           END-IF.
           MOVE "FSGUR" TO NORMAFICHERO.
           MOVE LOW-VALUES TO CLA OF RSGUR.
           IF DESDECLA NOT = SPACES
              MOVE DESDECLA TO CLA-USUARIO OF RSGUR
           END-IF.
           START FSGUR KEY NOT < CLA OF RSGUR
                 INVALID KEY
                 CLOSE FSGUR
                 GO TO FIN-RECORREUR.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              IF MODOMAS = "E"
                 READ FSGUR NEXT RECORD AT END
                      MOVE 0 TO SIGUE
                 END-READ
              ELSE
                 READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                      MOVE 0 TO SIGUE
                 END-READ
              END-IF
              IF SIGUE = 1 AND HASTACLA NOT = SPACES AND
                 CLA-USUARIO OF RSGUR > HASTACLA
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1
                 ADD 1 TO CNT-LEIDOS
                 PERFORM TRATAUR
              END-IF
           END-PERFORM.
           CLOSE FSGUR.
       FIN-RECORREUR.
           EXIT.

       TRATAUR SECTION.
       TUR.
           PERFORM CUMPLECONDICIONES.
           IF CASA = 0
              GO TO FIN-TRATAUR
           END-IF.
           MOVE "FSGUR" TO SERVIDORAMB.
           MOVE "U" TO TIPOAMB.
           MOVE CLA-USUARIO OF RSGUR TO VALORAMB.
           CALL "SRCHKAMB" USING SERVIDORAMB TIPOAMB VALORAMB
                AMBDENTRO RAZONAMB.
           IF AMBDENTRO = 1
              MOVE "R" TO TIPOAMB
              MOVE CLA-ROLE OF RSGUR TO VALORAMB
              CALL "SRCHKAMB" USING SERVIDORAMB TIPOAMB VALORAMB
                   AMBDENTRO RAZONAMB
           END-IF.
           IF AMBDENTRO = 0
              ADD 1 TO CNT-AMBITO
              GO TO FIN-TRATAUR
           END-IF.
           ADD 1 TO CNT-SELECCIONADOS.
           MOVE RSGUR TO IMAGENANT.
           MOVE CLA-USUARIO OF RSGUR TO CLAVEREG.
           MOVE 0 TO CAMBIA.
           MOVE SPACES TO CAMBIOTXT.
           PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > TOTALPON
              MOVE PN-CAMPO(KK) TO NOMBRECAMPO
              PERFORM LEECAMPO
              IF VALORCAMPO NOT = PN-VALOR(KK)
                 MOVE 1 TO CAMBIA
                 STRING CAMBIOTXT DELIMITED BY "  "
                        " " NOMBRECAMPO DELIMITED BY SPACE
                        "=" PN-VALOR(KK)(1:10) DELIMITED BY SPACE
                        INTO CAMBIOTXT
                 END-STRING
                 PERFORM PONCAMPO
              END-IF
           END-PERFORM.
           IF CAMBIA = 0
              ADD 1 TO CNT-SINCAMBIO
              GO TO FIN-TRATAUR
           END-IF.
           PERFORM MIRANORMA.
           IF NORMACUMPLE = 0
              GO TO FIN-TRATAUR
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "FSGUR " CLA-USUARIO OF RSGUR(1:32) " "
                  CLA-ROLE OF RSGUR(1:32) CAMBIOTXT
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           IF MODOMAS NOT = "E"
              ADD 1 TO CNT-CAMBIADOS
              GO TO FIN-TRATAUR
           END-IF.
           MOVE USUARIO TO MODPOR OF RSGUR.
           MOVE HOY TO MODFECHA OF RSGUR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA OF RSGUR.
           MOVE "FSGUR" TO DS-FICHERO.
           MOVE IMAGENANT TO DS-IMAGEN.
           WRITE RDES.
           REWRITE RSGUR INVALID KEY
                   ADD 1 TO CNT-FALLOS
                   GO TO FIN-TRATAUR.
           IF ERROR-1 NOT = "0"
              ADD 1 TO CNT-FALLOS
              GO TO FIN-TRATAUR
           END-IF.
           ADD 1 TO CNT-CAMBIADOS.
           MOVE "M" TO ABM.
           MOVE RSGUR TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGUR ABM REGISTRO.
       FIN-TRATAUR.
           EXIT.

       CUMPLECONDICIONES SECTION.
       CCO.
           MOVE 1 TO CASA.
           PERFORM VARYING KK FROM 1 BY 1
                   UNTIL KK > TOTALSI OR CASA = 0
              MOVE SI-CAMPO(KK) TO NOMBRECAMPO
              PERFORM LEECAMPO
              EVALUATE SI-OPERADOR(KK)
                 WHEN "="
                    IF VALORCAMPO NOT = SI-VALOR(KK)
                       MOVE 0 TO CASA
                    END-IF
                 WHEN "<>"
                    IF VALORCAMPO = SI-VALOR(KK)
                       MOVE 0 TO CASA
                    END-IF
                 WHEN "<"
                    IF VALORCAMPO NOT < SI-VALOR(KK)
                       MOVE 0 TO CASA
                    END-IF
                 WHEN ">"
                    IF VALORCAMPO NOT > SI-VALOR(KK)
                       MOVE 0 TO CASA
                    END-IF
              END-EVALUATE
           END-PERFORM.
       FIN-CUMPLECONDICIONES.
           EXIT.

       LEECAMPO SECTION.
       LCA.
           MOVE SPACES TO VALORCAMPO.
           IF FICHEROMAS = "FSGNR"
              EVALUATE NOMBRECAMPO
                 WHEN "NODO" MOVE CLA-NODO TO VALORCAMPO
                 WHEN "ROLE" MOVE CLA-ROLE OF RSGNR TO VALORCAMPO
                 WHEN "ACTIVO" MOVE ACTIVO OF RSGNR TO VALORCAMPO
                 WHEN "NIVEL-ACCESO" MOVE NIVEL-ACCESO TO VALORCAMPO
              END-EVALUATE
              GO TO FIN-LEECAMPO
           END-IF.
           EVALUATE NOMBRECAMPO
              WHEN "USUARIO" MOVE CLA-USUARIO OF RSGUR TO VALORCAMPO
              WHEN "ROLE" MOVE CLA-ROLE OF RSGUR TO VALORCAMPO
              WHEN "ACTIVO" MOVE ACTIVO OF RSGUR TO VALORCAMPO
              WHEN "FECHA-DESDE"
                 MOVE FECHA-DESDE OF RSGUR TO VALORCAMPO
              WHEN "FECHA-HASTA"
                 MOVE FECHA-HASTA OF RSGUR TO VALORCAMPO
              WHEN "EMERGENCIA" MOVE EMERGENCIA TO VALORCAMPO
              WHEN "ENTIDAD" MOVE ENTIDAD OF RSGUR TO VALORCAMPO
           END-EVALUATE.
       FIN-LEECAMPO.
           EXIT.

       PONCAMPO SECTION.
       PCA.
           IF FICHEROMAS = "FSGNR"
              EVALUATE NOMBRECAMPO
                 WHEN "ACTIVO" MOVE PN-VALOR(KK) TO ACTIVO OF RSGNR
                 WHEN "NIVEL-ACCESO"
                    MOVE PN-VALOR(KK) TO NIVEL-ACCESO
              END-EVALUATE
              GO TO FIN-PONCAMPO
           END-IF.
           EVALUATE NOMBRECAMPO
              WHEN "ACTIVO" MOVE PN-VALOR(KK) TO ACTIVO OF RSGUR
              WHEN "FECHA-DESDE"
                 MOVE PN-VALOR(KK)(1:8) TO FECHA-DESDE OF RSGUR
              WHEN "FECHA-HASTA"
                 MOVE PN-VALOR(KK)(1:8) TO FECHA-HASTA OF RSGUR
              WHEN "ENTIDAD" MOVE PN-VALOR(KK) TO ENTIDAD OF RSGUR
           END-EVALUATE.
       FIN-PONCAMPO.
           EXIT.

       MIRANORMA SECTION.
       MNO.
           CALL "SRCHKNOMBRE" USING NORMAFICHERO CLAVEREG
                NORMACUMPLE NORMAMOTIVO.
           IF NORMACUMPLE = 0
              ADD 1 TO CNT-NORMA
              MOVE SPACES TO LINEASPOOL
              STRING "FUERA DE NORMA " CLAVEREG(1:40)
                     " MOTIVO " NORMAMOTIVO
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-IF.
       FIN-MIRANORMA.
           EXIT.

       DESHACE SECTION.
       DHC.
           MOVE NOMBRECTL TO NOMBREDES.
           MOVE "V" TO ACCIONMAN.
           CALL "SRMANIF" USING ACCIONMAN NOMBREDES PROGRAMAMAN
                RESULTADOMAN MOTIVOMAN.
           IF RESULTADOMAN NOT = 0
              MOVE SPACES TO LINEASPOOL
              STRING "VUELTA ATRAS RECHAZADA: " MOTIVOMAN
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              GO TO FIN-DESHACE
           END-IF.
           OPEN INPUT FDES.
           IF ERRORES NOT = "00"
              ADD 1 TO CNT-FALLOS
              GO TO FIN-DESHACE
           END-IF.
           OPEN I-O FSGNR.
           OPEN I-O FSGUR.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FDES AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 ADD 1 TO CNT-LEIDOS
                 PERFORM REPONEIMAGEN
              END-IF
           END-PERFORM.
           CLOSE FSGUR.
           CLOSE FSGNR.
           CLOSE FDES.
           MOVE SPACES TO LINEASPOOL.
           STRING "IMAGENES LEIDAS=" CNT-LEIDOS
                  " REPUESTAS=" CNT-CAMBIADOS
                  " FALLOS=" CNT-FALLOS
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-DESHACE.
           EXIT.

       REPONEIMAGEN SECTION.
       RIM.
           EVALUATE DS-FICHERO
              WHEN "FSGNR"
                 MOVE DS-IMAGEN TO RSGNR
                 READ FSGNR INVALID KEY
                      ADD 1 TO CNT-FALLOS
                      GO TO FIN-REPONEIMAGEN
                 END-READ
                 MOVE DS-IMAGEN TO RSGNR
                 REWRITE RSGNR INVALID KEY
                         ADD 1 TO CNT-FALLOS
                         GO TO FIN-REPONEIMAGEN
                 END-REWRITE
                 MOVE RSGNR TO REGISTRO
                 MOVE "M" TO ABM
                 CALL "SRUTRAZA" USING NOMBREFSGNR ABM REGISTRO
              WHEN "FSGUR"
                 MOVE DS-IMAGEN TO RSGUR
                 READ FSGUR INVALID KEY
                      ADD 1 TO CNT-FALLOS
                      GO TO FIN-REPONEIMAGEN
                 END-READ
                 MOVE DS-IMAGEN TO RSGUR
                 REWRITE RSGUR INVALID KEY
                         ADD 1 TO CNT-FALLOS
                         GO TO FIN-REPONEIMAGEN
                 END-REWRITE
                 MOVE RSGUR TO REGISTRO
                 MOVE "M" TO ABM
                 CALL "SRUTRAZA" USING NOMBREFSGUR ABM REGISTRO
              WHEN OTHER
                 ADD 1 TO CNT-FALLOS
                 GO TO FIN-REPONEIMAGEN
           END-EVALUATE.
           ADD 1 TO CNT-CAMBIADOS.
       FIN-REPONEIMAGEN.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
