
       PROGRAM-ID.    ISGDEPTO.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      REORGANIZACION DE DEPARTAMENTOS DIRIGIDA POR UN
                      FICHERO DE MAPA (POR DEFECTO mnu/SG/DEPTOMAPA)
                      CON LINEAS "VIEJO|NUEVO" (TODO EL DEPARTAMENTO
                      PASA AL NUEVO CODIGO, SIRVE PARA RENOMBRAR Y
                      PARA FUSIONAR) Y "VIEJO|NUEVO|PUESTO|VALOR" O
                      "VIEJO|NUEVO|RESPONSABLE|VALOR" (DIVISION: SOLO
                      PASAN LAS FILAS DE FSGATR CON ESE PUESTO O ESE
                      RESPONSABLE); LAS LINEAS QUE EMPIEZAN POR * SON
                      COMENTARIO. EN CADA FILA DE FSGATR GANA LA
                      DIVISION QUE CASE Y SI NO LA REGLA SIN
                      CONDICION DEL DEPARTAMENTO VIEJO. LAS BARRERAS
                      DE FSGGUARD DEL DEPARTAMENTO VIEJO SE COPIAN AL
                      NUEVO CON EL MISMO PERMITIDO; SI EL NUEVO YA
                      TIENE UNA BARRERA DISTINTA PARA ESE ROLE SE
                      DEJA LA QUE HAY Y SE AVISA DEL CONFLICTO. LAS
                      BARRERAS VIEJAS SOLO SE BORRAN CUANDO EL
                      DEPARTAMENTO VIEJO TIENE REGLA SIN CONDICION
                      (SE VACIA). EL MODO "S" (POR DEFECTO) ES EL
                      SIMULACRO: LISTA LO QUE CAMBIARIA Y SELLA EL
                      MAPA CON SRMANIF. EL MODO "E" SE NIEGA SI NO HAY
                      SIMULACRO O SI EL MAPA HA CAMBIADO DESDE EL,
                      REESCRIBE CON TRAZA, GASTA EL SELLO Y VUELVE A
                      PASAR LAS BARRERAS (SRCHKGUARD) A CADA
                      CONCESION VIVA DE FSGUR DE LOS USUARIOS MOVIDOS,
                      LISTANDO LAS QUE EL NUEVO DEPARTAMENTO YA NO
                      PERMITE. SALE POR CONSOLA Y POR EL CARRETE DE
                      INFORMES (DEPTO). CADA FILA DE FSGATR Y CADA
                      BARRERA DE FSGGUARD QUE CAMBIARIA SE MIRA CONTRA
                      LA VEDA DE SU MAESTRO (SRCHKVEDA); SI HAY VEDA NO
                      SE TOCA, SALE COMO PENDIENTE, SE CUENTA EN EN VEDA
                      Y SE APLICA AL REPETIR EL PASO FUERA DE LA VEDA.
                      CADA PASADA LLEVA SU IDENTIFICADOR DE EJECUCION
                      (SRLOTE), QUE QUEDA ESTAMPADO EN CADA REGISTRO DE
                      TRAZA QUE ESCRIBE, PARA PODER DESHACERLA ENTERA
                      CON ISGREVLOTE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGATR-SEL".
           COPY "FSGGUARD-SEL".
           COPY "FSGUR-SEL".

           SELECT FMAPA
                  ASSIGN TO RANDOM NOMBREMAPA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGATR-FD".
           COPY "FSGGUARD-FD".
           COPY "FSGUR-FD".

       FD  FMAPA
           DATA RECORD IS RMAPA.
       01  RMAPA                       PIC X(256).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 NOMBREFSGATR                PIC X(256).
       01 NOMBREFSGGUARD              PIC X(256).
       01 NOMBREFSGUR                 PIC X(256).
       01 NOMBREMAPA                  PIC X(256).
       01 NOMBRESELLO                 PIC X(256).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 SIGUE                       PIC 9.
       01 HOY                         PIC 9(8).
       01 MODOTXT                     PIC X(10).
       01 MP-VIEJO                    PIC X(16).
       01 MP-NUEVO                    PIC X(16).
       01 MP-CAMPO                    PIC X(16).
       01 MP-VALOR                    PIC X(64).
       01 MP-SOBRA                    PIC X(16).
       01 TABLA-REGLA-L.
          05 FILA-REGLA OCCURS 100 TIMES.
             10 RG-VIEJO              PIC X(16).
             10 RG-NUEVO              PIC X(16).
             10 RG-CAMPO              PIC X(16).
             10 RG-VALOR              PIC X(64).
       01 TOTALREGLA                  PIC 9(3).
       01 TABLA-GD-L.
          05 FILA-GD OCCURS 500 TIMES.
             10 GD-ROLE               PIC X(64).
             10 GD-DEPTO              PIC X(16).
             10 GD-PERMITIDO          PIC X(1).
       01 TOTALGD                     PIC 9(3).
       01 TABLA-USU-L.
          05 TABLA-USU                PIC X(64) OCCURS 5000 TIMES.
       01 TOTALUSU                    PIC 9(4).
       01 CNT-ERRMAPA                 PIC 9(4).
       01 KK                          PIC 9(3).
       01 JJ                          PIC 9(3).
       01 UU                          PIC 9(4).
       01 REGLACASA                   PIC 9(3).
       01 REGLATODO                   PIC 9(3).
       01 VACIADEPTO                  PIC 9.
       01 YAESTA                      PIC 9.
       01 DEPTOANT                    PIC X(16).
       01 USUCODE                     PIC X(64).
       01 ROLECODE                    PIC X(64).
       01 PERMITE                     PIC 9.
       01 RAZONG                      PIC X(40).
       01 ACCIONMAN                   PIC X.
       01 PROGRAMAMAN                 PIC X(12) VALUE "ISGDEPTO".
       01 RESULTADOMAN                PIC 9.
       01 MOTIVOMAN                   PIC X(40).
       01 CNT-LEIDOS                  PIC 9(8).
       01 CNT-MOVIDOS                 PIC 9(8).
       01 CNT-BARCOPIA                PIC 9(8).
       01 CNT-BARBORRA                PIC 9(8).
       01 CNT-CONFLICTO               PIC 9(8).
       01 CNT-VIOLA                   PIC 9(8).
       01 CNT-FALLOS                  PIC 9(8).
       01 CNT-VEDA                    PIC 9(8).
       01 ACCIONVEDA                  PIC X.
       01 SERVIDORVEDA                PIC X(8).
       01 OPERVEDA                    PIC X(8) VALUE "DEPTO".
       01 DETALLEVEDA                 PIC X(128).
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "DEPTO".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).
       01 ACCIONLOTE                  PIC X.
       01 PROGRAMALOTE                PIC X(12) VALUE "ISGDEPTO".
       01 EJECUCIONLOTE               PIC X(16).

       LINKAGE SECTION.
       01 NOMBREMAPAIN                PIC X(256).
       01 MODODEP                     PIC X.
       01 CONTADORDEP                 PIC 9(8).

       PROCEDURE DIVISION USING NOMBREMAPAIN MODODEP CONTADORDEP.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORDEP.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CNT-LEIDOS.
           MOVE 0 TO CNT-MOVIDOS.
           MOVE 0 TO CNT-BARCOPIA.
           MOVE 0 TO CNT-BARBORRA.
           MOVE 0 TO CNT-CONFLICTO.
           MOVE 0 TO CNT-VIOLA.
           MOVE 0 TO CNT-FALLOS.
           MOVE 0 TO CNT-VEDA.
           MOVE 0 TO TOTALUSU.
           MOVE 0 TO TOTALGD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE "mnu/SG/FSGATR" TO NOMBREFSGATR.
           MOVE "mnu/SG/FSGGUARD" TO NOMBREFSGGUARD.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
           MOVE NOMBREMAPAIN TO NOMBREMAPA.
           IF NOMBREMAPA = SPACES OR LOW-VALUES
              MOVE "mnu/SG/DEPTOMAPA" TO NOMBREMAPA
           END-IF.
           IF MODODEP = "E"
              MOVE "EJECUCION" TO MODOTXT
           ELSE
              MOVE "S" TO MODODEP
              MOVE "SIMULACRO" TO MODOTXT
           END-IF.
       PROCESOS.
           MOVE "I" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "REORGANIZACION DE DEPARTAMENTOS (" DELIMITED BY SIZE
                  MODOTXT DELIMITED BY SPACE
                  ") " DELIMITED BY SIZE
                  NOMBREMAPA DELIMITED BY SPACE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           PERFORM LEEMAPA.
           IF CNT-ERRMAPA > 0
              MOVE SPACES TO LINEASPOOL
              STRING "MAPA CON " CNT-ERRMAPA
                     " ERRORES, NO SE HACE NADA"
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              GO TO CIERRAINFORME
           END-IF.
           IF MODODEP = "E"
              PERFORM MIRASIMULACRO
              IF RESULTADOMAN NOT = 0
                 GO TO CIERRAINFORME
              END-IF
           END-IF.
           PERFORM RECORREATR.
           PERFORM RECORREGUARD.
           IF MODODEP = "E"
              MOVE SPACES TO NOMBRESELLO
              STRING NOMBREMAPA "MAN"
                     DELIMITED BY " "
                     INTO NOMBRESELLO
              END-STRING
              CALL "PRURM" USING NOMBRESELLO
              PERFORM REVISABARRERAS
           ELSE
              MOVE "E" TO ACCIONMAN
              CALL "SRMANIF" USING ACCIONMAN NOMBREMAPA PROGRAMAMAN
                   RESULTADOMAN MOTIVOMAN
              MOVE "LAS BARRERAS SE VUELVEN A PASAR AL EJECUTAR"
                   TO LINEASPOOL
              PERFORM ESCUPELINEA
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "LEIDOS=" CNT-LEIDOS
                  " MOVIDOS=" CNT-MOVIDOS
                  " USUARIOS=" TOTALUSU
                  " BARRERAS COPIADAS=" CNT-BARCOPIA
                  " BORRADAS=" CNT-BARBORRA
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE SPACES TO LINEASPOOL.
           STRING "CONFLICTOS=" CNT-CONFLICTO
                  " CONCESIONES FUERA DE BARRERA=" CNT-VIOLA
                  " FALLOS=" CNT-FALLOS
                  " EN VEDA=" CNT-VEDA
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       CIERRAINFORME.
           MOVE CNT-MOVIDOS TO CONTADORDEP.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-PROCESOS.
           MOVE "F" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       LEEMAPA SECTION.
       LMA.
           MOVE 0 TO CNT-ERRMAPA.
           MOVE 0 TO TOTALREGLA.
           OPEN INPUT FMAPA.
           IF ERRORES NOT = "00"
              MOVE SPACES TO LINEASPOOL
              STRING "NO SE PUDO ABRIR EL MAPA " NOMBREMAPA
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              ADD 1 TO CNT-ERRMAPA
              GO TO FIN-LEEMAPA
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FMAPA AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND RMAPA NOT = SPACES AND
                 RMAPA(1:1) NOT = "*"
                 PERFORM LINEAMAPA
              END-IF
           END-PERFORM.
           CLOSE FMAPA.
           IF TOTALREGLA = 0
              MOVE "MAPA SIN REGLAS" TO LINEASPOOL
              PERFORM ESCUPELINEA
              ADD 1 TO CNT-ERRMAPA
           END-IF.
           PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > TOTALREGLA
              PERFORM VARYING JJ FROM 1 BY 1 UNTIL JJ > TOTALREGLA
                 IF RG-NUEVO(KK) = RG-VIEJO(JJ)
                    MOVE SPACES TO LINEASPOOL
                    STRING "CADENA DE DEPARTAMENTOS: " RG-VIEJO(KK)
                           " > " RG-NUEVO(KK) " > " RG-NUEVO(JJ)
                           DELIMITED BY SIZE
                           INTO LINEASPOOL
                    END-STRING
                    PERFORM ESCUPELINEA
                    ADD 1 TO CNT-ERRMAPA
                 END-IF
                 IF JJ > KK AND RG-VIEJO(KK) = RG-VIEJO(JJ) AND
                    RG-CAMPO(KK) = RG-CAMPO(JJ) AND
                    RG-VALOR(KK) = RG-VALOR(JJ)
                    MOVE SPACES TO LINEASPOOL
                    STRING "REGLA REPETIDA PARA " RG-VIEJO(KK) " "
                           RG-CAMPO(KK) " " RG-VALOR(KK)(1:32)
                           DELIMITED BY SIZE
                           INTO LINEASPOOL
                    END-STRING
                    PERFORM ESCUPELINEA
                    ADD 1 TO CNT-ERRMAPA
                 END-IF
              END-PERFORM
           END-PERFORM.
       FIN-LEEMAPA.
           EXIT.

       LINEAMAPA SECTION.
       LNM.
           MOVE SPACES TO MP-VIEJO MP-NUEVO MP-CAMPO MP-VALOR MP-SOBRA.
           UNSTRING RMAPA DELIMITED BY "|"
                    INTO MP-VIEJO MP-NUEVO MP-CAMPO MP-VALOR MP-SOBRA
           END-UNSTRING.
           IF MP-VIEJO = SPACES OR MP-NUEVO = SPACES OR
              MP-VIEJO = MP-NUEVO OR MP-SOBRA NOT = SPACES OR
              TOTALREGLA NOT < 100
              PERFORM ERRORMAPA
              GO TO FIN-LINEAMAPA
           END-IF.
           IF NOT (MP-CAMPO = SPACES AND MP-VALOR = SPACES) AND
              NOT (MP-CAMPO = "PUESTO" AND MP-VALOR NOT = SPACES AND
                   MP-VALOR(9:56) = SPACES) AND
              NOT (MP-CAMPO = "RESPONSABLE" AND MP-VALOR NOT = SPACES)
              PERFORM ERRORMAPA
              GO TO FIN-LINEAMAPA
           END-IF.
           ADD 1 TO TOTALREGLA.
           MOVE MP-VIEJO TO RG-VIEJO(TOTALREGLA).
           MOVE MP-NUEVO TO RG-NUEVO(TOTALREGLA).
           MOVE MP-CAMPO TO RG-CAMPO(TOTALREGLA).
           MOVE MP-VALOR TO RG-VALOR(TOTALREGLA).
       FIN-LINEAMAPA.
           EXIT.

       ERRORMAPA SECTION.
       ERM.
           ADD 1 TO CNT-ERRMAPA.
           MOVE SPACES TO LINEASPOOL.
           STRING "LINEA DE MAPA INVALIDA: " RMAPA(1:100)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-ERRORMAPA.
           EXIT.

       MIRASIMULACRO SECTION.
       MSI.
           MOVE "V" TO ACCIONMAN.
           CALL "SRMANIF" USING ACCIONMAN NOMBREMAPA PROGRAMAMAN
                RESULTADOMAN MOTIVOMAN.
           IF RESULTADOMAN = 0 AND MOTIVOMAN NOT = SPACES
              MOVE 1 TO RESULTADOMAN
           END-IF.
           IF RESULTADOMAN NOT = 0
              MOVE SPACES TO LINEASPOOL
              STRING "SIN SIMULACRO VALIDO DE ESTE MAPA: "
                     MOTIVOMAN
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-IF.
       FIN-MIRASIMULACRO.
           EXIT.

       BUSCAREGLA SECTION.
       BRG.
           MOVE 0 TO REGLACASA.
           MOVE 0 TO REGLATODO.
           PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > TOTALREGLA
              IF RG-VIEJO(KK) = DEPARTAMENTO
                 EVALUATE TRUE
                    WHEN RG-CAMPO(KK) = SPACES
                       MOVE KK TO REGLATODO
                    WHEN RG-CAMPO(KK) = "PUESTO" AND
                         PUESTO = RG-VALOR(KK)(1:8)
                       IF REGLACASA = 0
                          MOVE KK TO REGLACASA
                       END-IF
                    WHEN RG-CAMPO(KK) = "RESPONSABLE" AND
                         RESPONSABLE = RG-VALOR(KK)
                       IF REGLACASA = 0
                          MOVE KK TO REGLACASA
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM.
           IF REGLACASA = 0
              MOVE REGLATODO TO REGLACASA
           END-IF.
       FIN-BUSCAREGLA.
           EXIT.

       RECORREATR SECTION.
       RAT.
           IF MODODEP = "E"
              OPEN I-O FSGATR
           ELSE
              OPEN INPUT FSGATR
           END-IF.
           IF ERROR-1 NOT = "0"
              MOVE "NO SE PUDO ABRIR FSGATR" TO LINEASPOOL
              PERFORM ESCUPELINEA
              ADD 1 TO CNT-FALLOS
              GO TO FIN-RECORREATR
           END-IF.
           MOVE LOW-VALUES TO CLA OF RSGATR.
           START FSGATR KEY NOT < CLA OF RSGATR
                 INVALID KEY
                 CLOSE FSGATR
                 GO TO FIN-RECORREATR.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              IF MODODEP = "E"
                 READ FSGATR NEXT RECORD AT END
                      MOVE 0 TO SIGUE
                 END-READ
              ELSE
                 READ FSGATR NEXT RECORD WITH IGNORE LOCK AT END
                      MOVE 0 TO SIGUE
                 END-READ
              END-IF
              IF SIGUE = 1
                 ADD 1 TO CNT-LEIDOS
                 PERFORM TRATAATR
              END-IF
           END-PERFORM.
           CLOSE FSGATR.
       FIN-RECORREATR.
           EXIT.

       TRATAATR SECTION.
       TAT.
           PERFORM BUSCAREGLA.
           IF REGLACASA = 0
              GO TO FIN-TRATAATR
           END-IF.
           MOVE DEPARTAMENTO TO DEPTOANT.
           MOVE SPACES TO LINEASPOOL.
           STRING "FSGATR " CLA OF RSGATR(1:40) " "
                  DEPTOANT " > " RG-NUEVO(REGLACASA) " "
                  RG-CAMPO(REGLACASA)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "FSGATR" TO SERVIDORVEDA.
           MOVE RSGATR TO DETALLEVEDA.
           PERFORM MIRAVEDA.
           IF VEDADO = 1
              GO TO FIN-TRATAATR
           END-IF.
           IF MODODEP NOT = "E"
              ADD 1 TO CNT-MOVIDOS
              GO TO FIN-TRATAATR
           END-IF.
           MOVE RG-NUEVO(REGLACASA) TO DEPARTAMENTO.
           MOVE USUARIO TO MODPOR OF RSGATR.
           MOVE HOY TO MODFECHA OF RSGATR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA OF RSGATR.
           REWRITE RSGATR INVALID KEY
                   ADD 1 TO CNT-FALLOS
                   GO TO FIN-TRATAATR.
           IF ERROR-1 NOT = "0"
              ADD 1 TO CNT-FALLOS
              GO TO FIN-TRATAATR
           END-IF.
           ADD 1 TO CNT-MOVIDOS.
           MOVE "M" TO ABM.
           MOVE RSGATR TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGATR ABM REGISTRO.
           IF TOTALUSU < 5000
              ADD 1 TO TOTALUSU
              MOVE CLA OF RSGATR TO TABLA-USU(TOTALUSU)
           ELSE
              MOVE "TABLA DE USUARIOS LLENA, NO SE REVISAN TODOS"
                   TO LINEASPOOL
              PERFORM ESCUPELINEA
           END-IF.
       FIN-TRATAATR.
           EXIT.

       RECORREGUARD SECTION.
       RGU.
           IF MODODEP = "E"
              OPEN I-O FSGGUARD
           ELSE
              OPEN INPUT FSGGUARD
           END-IF.
           IF ERROR-1 NOT = "0"
              GO TO FIN-RECORREGUARD
           END-IF.
           MOVE LOW-VALUES TO CLA OF RSGGUARD.
           START FSGGUARD KEY NOT < CLA OF RSGGUARD
                 INVALID KEY
                 CLOSE FSGGUARD
                 GO TO FIN-RECORREGUARD.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGGUARD NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 PERFORM VARYING KK FROM 1 BY 1
                         UNTIL KK > TOTALREGLA
                    IF RG-VIEJO(KK) = CLA-DEPARTAMENTO AND
                       TOTALGD < 500
                       ADD 1 TO TOTALGD
                       MOVE CLA-ROLE OF RSGGUARD TO GD-ROLE(TOTALGD)
                       MOVE CLA-DEPARTAMENTO TO GD-DEPTO(TOTALGD)
                       MOVE PERMITIDO TO GD-PERMITIDO(TOTALGD)
                       MOVE TOTALREGLA TO KK
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           PERFORM VARYING JJ FROM 1 BY 1 UNTIL JJ > TOTALGD
              PERFORM TRATAGUARD
           END-PERFORM.
           CLOSE FSGGUARD.
       FIN-RECORREGUARD.
           EXIT.

       TRATAGUARD SECTION.
       TGU.
           MOVE 0 TO VACIADEPTO.
           PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > TOTALREGLA
              IF RG-VIEJO(KK) = GD-DEPTO(JJ)
                 PERFORM COPIABARRERA
                 IF RG-CAMPO(KK) = SPACES
                    MOVE 1 TO VACIADEPTO
                 END-IF
              END-IF
           END-PERFORM.
           IF VACIADEPTO = 0
              GO TO FIN-TRATAGUARD
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "FSGGUARD " GD-ROLE(JJ)(1:40) " " GD-DEPTO(JJ)
                  " BAJA (DEPARTAMENTO VACIADO)"
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "FSGGUARD" TO SERVIDORVEDA.
           MOVE SPACES TO DETALLEVEDA.
           STRING GD-ROLE(JJ) " " GD-DEPTO(JJ)
                  DELIMITED BY SIZE
                  INTO DETALLEVEDA
           END-STRING.
           PERFORM MIRAVEDA.
           IF VEDADO = 1
              GO TO FIN-TRATAGUARD
           END-IF.
           IF MODODEP NOT = "E"
              ADD 1 TO CNT-BARBORRA
              GO TO FIN-TRATAGUARD
           END-IF.
           MOVE GD-ROLE(JJ) TO CLA-ROLE OF RSGGUARD.
           MOVE GD-DEPTO(JJ) TO CLA-DEPARTAMENTO.
           READ FSGGUARD INVALID KEY
                ADD 1 TO CNT-FALLOS
                GO TO FIN-TRATAGUARD.
           MOVE RSGGUARD TO REGISTRO.
           DELETE FSGGUARD INVALID KEY
                  ADD 1 TO CNT-FALLOS
                  GO TO FIN-TRATAGUARD.
           ADD 1 TO CNT-BARBORRA.
           MOVE "B" TO ABM.
           CALL "SRUTRAZA" USING NOMBREFSGGUARD ABM REGISTRO.
       FIN-TRATAGUARD.
           EXIT.

       COPIABARRERA SECTION.
       CBA.
           MOVE 0 TO YAESTA.
           MOVE GD-ROLE(JJ) TO CLA-ROLE OF RSGGUARD.
           MOVE RG-NUEVO(KK) TO CLA-DEPARTAMENTO.
           READ FSGGUARD WITH IGNORE LOCK INVALID KEY
                MOVE 1 TO YAESTA.
           IF YAESTA = 0
              IF PERMITIDO NOT = GD-PERMITIDO(JJ)
                 ADD 1 TO CNT-CONFLICTO
                 MOVE SPACES TO LINEASPOOL
                 STRING "CONFLICTO FSGGUARD " GD-ROLE(JJ)(1:40) " "
                        RG-NUEVO(KK) " TIENE " PERMITIDO
                        " Y " GD-DEPTO(JJ) " TIENE " GD-PERMITIDO(JJ)
                        ", SE DEJA LA QUE HAY"
                        DELIMITED BY SIZE
                        INTO LINEASPOOL
                 END-STRING
                 PERFORM ESCUPELINEA
              END-IF
              GO TO FIN-COPIABARRERA
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "FSGGUARD " GD-ROLE(JJ)(1:40) " " GD-DEPTO(JJ)
                  " > " RG-NUEVO(KK) " " GD-PERMITIDO(JJ)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "FSGGUARD" TO SERVIDORVEDA.
           MOVE SPACES TO DETALLEVEDA.
           STRING GD-ROLE(JJ) " " RG-NUEVO(KK)
                  DELIMITED BY SIZE
                  INTO DETALLEVEDA
           END-STRING.
           PERFORM MIRAVEDA.
           IF VEDADO = 1
              GO TO FIN-COPIABARRERA
           END-IF.
           IF MODODEP NOT = "E"
              ADD 1 TO CNT-BARCOPIA
              GO TO FIN-COPIABARRERA
           END-IF.
           MOVE SPACES TO RSGGUARD.
           MOVE GD-ROLE(JJ) TO CLA-ROLE OF RSGGUARD.
           MOVE RG-NUEVO(KK) TO CLA-DEPARTAMENTO.
           MOVE GD-PERMITIDO(JJ) TO PERMITIDO.
           MOVE USUARIO TO MODPOR OF RSGGUARD.
           MOVE HOY TO MODFECHA OF RSGGUARD.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA OF RSGGUARD.
           WRITE RSGGUARD INVALID KEY
                 ADD 1 TO CNT-FALLOS
                 GO TO FIN-COPIABARRERA.
           ADD 1 TO CNT-BARCOPIA.
           MOVE "A" TO ABM.
           MOVE RSGGUARD TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGGUARD ABM REGISTRO.
       FIN-COPIABARRERA.
           EXIT.

       REVISABARRERAS SECTION.
       RBA.
           IF TOTALUSU = 0
              GO TO FIN-REVISABARRERAS
           END-IF.
           OPEN INPUT FSGUR.
           IF ERROR-1 NOT = "0"
              ADD 1 TO CNT-FALLOS
              GO TO FIN-REVISABARRERAS
           END-IF.
           PERFORM VARYING UU FROM 1 BY 1 UNTIL UU > TOTALUSU
              PERFORM REVISAUSUARIO
           END-PERFORM.
           CLOSE FSGUR.
       FIN-REVISABARRERAS.
           EXIT.

       REVISAUSUARIO SECTION.
       RUS.
           MOVE TABLA-USU(UU) TO USUCODE.
           MOVE USUCODE TO CLA-USUARIO OF RSGUR.
           MOVE LOW-VALUES TO CLA-ROLE OF RSGUR.
           START FSGUR KEY NOT < CLA OF RSGUR
                 INVALID KEY
                 GO TO FIN-REVISAUSUARIO.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CLA-USUARIO OF RSGUR NOT = USUCODE
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1 AND ACTIVO OF RSGUR NOT = "N" AND
                 (FECHA-HASTA = 0 OR FECHA-HASTA NOT < HOY)
                 MOVE CLA-ROLE OF RSGUR TO ROLECODE
                 CALL "SRCHKGUARD" USING USUCODE ROLECODE PERMITE
                      RAZONG
                 IF PERMITE = 0
                    ADD 1 TO CNT-VIOLA
                    MOVE SPACES TO LINEASPOOL
                    STRING "FUERA DE BARRERA " USUCODE(1:32) " "
                           ROLECODE(1:40) " " RAZONG
                           DELIMITED BY SIZE
                           INTO LINEASPOOL
                    END-STRING
                    PERFORM ESCUPELINEA
                 END-IF
              END-IF
           END-PERFORM.
       FIN-REVISAUSUARIO.
           EXIT.

       MIRAVEDA SECTION.
       MVE.
           MOVE "C" TO ACCIONVEDA.
           CALL "SRCHKVEDA" USING ACCIONVEDA SERVIDORVEDA OPERVEDA
                DETALLEVEDA VEDADO DESVEDA.
           IF VEDADO = 1
              ADD 1 TO CNT-VEDA
              MOVE SPACES TO LINEASPOOL
              STRING SERVIDORVEDA " " DETALLEVEDA(1:40)
                     " QUEDA PENDIENTE, VEDA " DESVEDA
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-IF.
       FIN-MIRAVEDA.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
