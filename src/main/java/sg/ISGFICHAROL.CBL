       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGFICHAROL.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      FICHA DE ROLE PARA DUENOS DE ROLE Y PARA EL
                      CATALOGO DE LA INTRANET: DE UN ROLE (O DE TODOS
                      SI SE PIDE EN BLANCO) REUNE EN UN SOLO SITIO LAS
                      DESCRIPCIONES EN CADA IDIOMA DE FSGRDES, DUENO Y
                      SUPLENTE DE FSGDUENO, LA POLITICA DE CONCESION
                      DE FSGPOL, EL HORARIO DE FSGHOR, LOS ROLES
                      INCOMPATIBLES DE FSGSOD, LOS ROLES QUE INCLUYE Y
                      LOS QUE LO INCLUYEN EN FSGRC, EL ARBOL DE NODOS
                      EFECTIVO QUE ALCANZA (FSGNR MAS COMPOSICION MAS
                      HERENCIA, SRNODOSGRANT Y SRDESCIENDE) CON SU
                      NIVEL-ACCESO Y EL SERVICIO DE FSGSERMAP, LOS
                      TITULARES VIVOS DE FSGUR CONTADOS POR
                      DEPARTAMENTO, LA ULTIMA PUNTUACION DE RIESGO DE
                      RIESGOHIST (ISGRIESGO) Y SI SE PUEDE PEDIR EN EL
                      CATALOGO FSGCATROL. SALIDA "I" SOLO POR EL
                      CARRETE DE INFORMES (SRINFORME, INFORME
                      FICHAROL), "D" SOLO EL FICHERO DELIMITADO POR
                      "|" mnu/SG/FICHAROLEXP PARA EL CATALOGO DE LA
                      INTRANET (UNA LINEA POR DATO: ROLE, TIPO Y HASTA
                      TRES VALORES, CON SU MANIFIESTO SRMANIF), EN
                      BLANCO LAS DOS. LA NOCHE (ISGNOCHE) SACA EL
                      DELIMITADO DE TODOS LOS ROLES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGROLE-SEL".
           COPY "FSGRDES-SEL".
           COPY "FSGPOL-SEL".
           COPY "FSGRC-SEL".
           COPY "FSGUR-SEL".

           SELECT FHIS
                  ASSIGN TO RANDOM NOMBREHIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT FFIC
                  ASSIGN TO RANDOM NOMBREFIC
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGROLE-FD".
           COPY "FSGRDES-FD".
           COPY "FSGPOL-FD".
           COPY "FSGRC-FD".
           COPY "FSGUR-FD".

       FD  FHIS
           DATA RECORD IS RHIS.
       01  RHIS.
           03 HI-FECHA PIC 9(8).
           03 HI-TIPO PIC X(1).
           03 HI-CLAVE PIC X(64).
           03 HI-PUNTOS PIC 9(8).

       FD  FFIC
           DATA RECORD IS RFIC.
       01  RFIC PIC X(300).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGROLE               PIC X(256).
       01 NOMBREFSGRDES               PIC X(256).
       01 NOMBREFSGPOL                PIC X(256).
       01 NOMBREFSGRC                 PIC X(256).
       01 NOMBREFSGUR                 PIC X(256).
       01 NOMBREHIST                  PIC X(256)
          VALUE "mnu/SG/RIESGOHIST".
       01 NOMBREFIC                   PIC X(256)
          VALUE "mnu/SG/FICHAROLEXP".
       01 ABIERTORDES                 PIC 9.
       01 ABIERTOPOL                  PIC 9.
       01 ABIERTORC                   PIC 9.
       01 ABIERTOUR                   PIC 9.
       01 SIGUE                       PIC 9.
       01 SIGUEROL                    PIC 9.
       01 HOY                         PIC 9(8).
       01 AHORA                       PIC 9(10).
       01 ROLEACT                     PIC X(64).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "FICHAROL".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).
       01 CONTADORFIC                 PIC 9(8).
       01 ACCIONMAN                   PIC X.
       01 PROGRAMAMAN                 PIC X(12) VALUE "ISGFICHAROL".
       01 RESULTADOMAN                PIC 9.
       01 MOTIVOMAN                   PIC X(40).
       01 FI-TIPO                     PIC X(8).
       01 FI-VALOR1                   PIC X(64).
       01 FI-VALOR2                   PIC X(64).
       01 FI-VALOR3                   PIC X(64).
       01 TIPODUENO                   PIC X(8) VALUE "ROLE".
       01 DUENOOBJ                    PIC X(64).
       01 SUPLEOBJ                    PIC X(64).
       01 ENCONTRADODUE               PIC 9.
       01 DIASHOR                     PIC X(7).
       01 DESDEHOR                    PIC 9(6).
       01 HASTAHOR                    PIC 9(6).
       01 ENCONTRADOHOR               PIC 9.
       01 ORDENABLECAT                PIC X(1).
       01 DESOFICAT                   PIC X(64).
       01 ENCONTRADOCAT               PIC 9.
       01 SERVICIONODO                PIC X(64).
       01 ENCONTRADOSER               PIC 9.
       01 CCOSTEUSU                   PIC X(8).
       01 DEPARTUSU                   PIC X(16).
       01 ENCONTRADOCC                PIC 9.
       01 TABLA-CONTRA-L.
          05 TABLA-CONTRA             PIC X(64) OCCURS 50 TIMES.
       01 TOTALCONTRA                 PIC 9(3).
       01 TABLA-INCL-L.
          05 TABLA-INCL               PIC X(64) OCCURS 50 TIMES.
       01 TOTALINCL                   PIC 9(3).
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
       01 TABLA-DEP-L.
          05 FILA-DEP OCCURS 100 TIMES.
             10 DP-DEPARTAMENTO       PIC X(16).
             10 DP-TITULARES          PIC 9(6).
       01 TOTALDEP                    PIC 9(3).
       01 POSDEP                      PIC 9(3).
       01 TOTALTIT                    PIC 9(6).
       01 TABLA-RIE-L.
          05 FILA-RIE OCCURS 500 TIMES.
             10 RG-ROLE               PIC X(64).
             10 RG-FECHA              PIC 9(8).
             10 RG-PUNTOS             PIC 9(8).
       01 TOTALRIE                    PIC 9(3).
       01 POSRIE                      PIC 9(3).
       01 IND                         PIC 9(3).
       01 CUENTAED                    PIC ZZZZZ9.
       01 PUNTOSED                    PIC ZZZZZZZ9.

       LINKAGE SECTION.
       01 ROLEIN                      PIC X(64).
       01 SALIDAIN                    PIC X(1).
       01 CONTADOR                    PIC 9(8).

       PROCEDURE DIVISION USING ROLEIN SALIDAIN CONTADOR.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADOR.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CONTADORFIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE FUNCTION CURRENT-DATE(1:10) TO AHORA.
           MOVE "mnu/SG/FSGROLE" TO NOMBREFSGROLE.
           MOVE "mnu/SG/FSGRDES" TO NOMBREFSGRDES.
           MOVE "mnu/SG/FSGPOL" TO NOMBREFSGPOL.
           MOVE "mnu/SG/FSGRC" TO NOMBREFSGRC.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
           PERFORM CARGARIESGO.
       PROCESOS.
           OPEN INPUT FSGROLE.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGFICHAROL NO SE PUDO ABRIR " NOMBREFSGROLE
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 0 TO ABIERTORDES.
           OPEN INPUT FSGRDES.
           IF ERROR-1 = "0"
              MOVE 1 TO ABIERTORDES
           END-IF.
           MOVE 0 TO ABIERTOPOL.
           OPEN INPUT FSGPOL.
           IF ERROR-1 = "0"
              MOVE 1 TO ABIERTOPOL
           END-IF.
           MOVE 0 TO ABIERTORC.
           OPEN INPUT FSGRC.
           IF ERROR-1 = "0"
              MOVE 1 TO ABIERTORC
           END-IF.
           MOVE 0 TO ABIERTOUR.
           OPEN INPUT FSGUR.
           IF ERROR-1 = "0"
              MOVE 1 TO ABIERTOUR
           END-IF.
           IF SALIDAIN NOT = "D"
              MOVE "A" TO ACCIONINF
              MOVE SPACES TO LINEASPOOL
              CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL
           END-IF.
           IF SALIDAIN NOT = "I"
              CALL "PRUMKDIR" USING NOMBREFIC
              OPEN OUTPUT FFIC
           END-IF.
           IF ROLEIN NOT = SPACES AND ROLEIN NOT = LOW-VALUES
              MOVE ROLEIN TO CLA OF RSGROLE
              READ FSGROLE WITH IGNORE LOCK INVALID KEY
                   CONTINUE
              END-READ
              IF ERROR-1 = "0"
                 PERFORM FICHA
              ELSE
                 MOVE SPACES TO LINEASPOOL
                 STRING "ROLE " ROLEIN DELIMITED BY "  "
                        " NO EXISTE EN FSGROLE" DELIMITED BY SIZE
                        INTO LINEASPOOL
                 END-STRING
                 PERFORM ESCUPELINEA
              END-IF
           ELSE
              MOVE 1 TO SIGUEROL
              PERFORM UNTIL SIGUEROL = 0
                 READ FSGROLE NEXT RECORD WITH IGNORE LOCK AT END
                      MOVE 0 TO SIGUEROL
                 END-READ
                 IF SIGUEROL = 1
                    PERFORM FICHA
                 END-IF
              END-PERFORM
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "TOTAL DE FICHAS DE ROLE: " CONTADOR
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           IF SALIDAIN NOT = "D"
              MOVE "C" TO ACCIONINF
              CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL
           END-IF.
           IF SALIDAIN NOT = "I"
              CLOSE FFIC
              MOVE "E" TO ACCIONMAN
              CALL "SRMANIF" USING ACCIONMAN NOMBREFIC PROGRAMAMAN
                   RESULTADOMAN MOTIVOMAN
              IF RESULTADOMAN NOT = 0
                 DISPLAY "ISGFICHAROL SIN MANIFIESTO " MOTIVOMAN
                         UPON SYSOUT
              END-IF
           END-IF.
           IF ABIERTOUR = 1
              CLOSE FSGUR
           END-IF.
           IF ABIERTORC = 1
              CLOSE FSGRC
           END-IF.
           IF ABIERTOPOL = 1
              CLOSE FSGPOL
           END-IF.
           IF ABIERTORDES = 1
              CLOSE FSGRDES
           END-IF.
           CLOSE FSGROLE.
           DISPLAY "ISGFICHAROL FICHAS=" CONTADOR
                   " LINEAS DELIMITADAS=" CONTADORFIC UPON SYSOUT.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       CARGARIESGO SECTION.
       CRI.
           MOVE 0 TO TOTALRIE.
           OPEN INPUT FHIS.
           IF ERRORES NOT = "00"
              GO TO FIN-CARGARIESGO
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FHIS AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND HI-TIPO = "R"
                 MOVE 0 TO POSRIE
                 PERFORM VARYING IND FROM 1 BY 1
                         UNTIL IND > TOTALRIE OR POSRIE > 0
                    IF RG-ROLE(IND) = HI-CLAVE
                       MOVE IND TO POSRIE
                    END-IF
                 END-PERFORM
                 IF POSRIE = 0 AND TOTALRIE < 500
                    ADD 1 TO TOTALRIE
                    MOVE TOTALRIE TO POSRIE
                    MOVE HI-CLAVE TO RG-ROLE(POSRIE)
                 END-IF
                 IF POSRIE > 0
                    MOVE HI-FECHA TO RG-FECHA(POSRIE)
                    MOVE HI-PUNTOS TO RG-PUNTOS(POSRIE)
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FHIS.
       FIN-CARGARIESGO.
           EXIT.

       FICHA SECTION.
       FIC.
           ADD 1 TO CONTADOR.
           MOVE CLA OF RSGROLE TO ROLEACT.
           MOVE SPACES TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           MOVE SPACES TO LINEASPOOL.
           STRING "FICHA DEL ROLE " ROLEACT DELIMITED BY "  "
                  "  " DES OF RSGROLE DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE SPACES TO LINEASPOOL.
           STRING "  ACTIVO=" ACTIVO OF RSGROLE
                  " DESDE=" FECHA-EFECTIVA OF RSGROLE
                  " ENTIDAD=" ENTIDAD OF RSGROLE
                  " TIPO=" TIPO-ROLE
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "ROLE" TO FI-TIPO.
           MOVE DES OF RSGROLE TO FI-VALOR1.
           MOVE SPACES TO FI-VALOR2.
           STRING ACTIVO OF RSGROLE " " FECHA-EFECTIVA OF RSGROLE
                  DELIMITED BY SIZE
                  INTO FI-VALOR2
           END-STRING.
           MOVE SPACES TO FI-VALOR3.
           STRING ENTIDAD OF RSGROLE " " TIPO-ROLE
                  DELIMITED BY SIZE
                  INTO FI-VALOR3
           END-STRING.
           PERFORM EXPLINEA.
           PERFORM DESCRIPCIONES.
           PERFORM DUENOS.
           PERFORM POLITICA.
           PERFORM HORARIO.
           PERFORM INCOMPATIBLES.
           PERFORM INCLUIDOS.
           PERFORM INCLUYENTES.
           PERFORM NODOS.
           PERFORM TITULARES.
           PERFORM RIESGO.
           PERFORM CATALOGO.
       FIN-FICHA.
           EXIT.

       DESCRIPCIONES SECTION.
       DSC.
           IF ABIERTORDES = 0
              GO TO FIN-DESCRIPCIONES
           END-IF.
           MOVE ROLEACT TO CLA-ROLE OF RSGRDES.
           MOVE LOW-VALUES TO CLA-IDIOMA.
           MOVE 1 TO SIGUE.
           START FSGRDES KEY NOT < CLA OF RSGRDES INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGRDES NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CLA-ROLE OF RSGRDES NOT = ROLEACT
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1 AND ACTIVO OF RSGRDES NOT = "N"
                 MOVE SPACES TO LINEASPOOL
                 STRING "  DESCRIPCION " CLA-IDIOMA ": "
                        DES-IDIOMA
                        DELIMITED BY SIZE
                        INTO LINEASPOOL
                 END-STRING
                 PERFORM ESCUPELINEA
                 MOVE "DES" TO FI-TIPO
                 MOVE CLA-IDIOMA TO FI-VALOR1
                 MOVE DES-IDIOMA TO FI-VALOR2
                 MOVE SPACES TO FI-VALOR3
                 PERFORM EXPLINEA
              END-IF
           END-PERFORM.
       FIN-DESCRIPCIONES.
           EXIT.

       DUENOS SECTION.
       DUE.
           CALL "SRGETDUENO" USING TIPODUENO ROLEACT DUENOOBJ
                SUPLEOBJ ENCONTRADODUE.
           IF ENCONTRADODUE NOT = 1
              MOVE "SIN DUENO EN FSGDUENO" TO DUENOOBJ
              MOVE SPACES TO SUPLEOBJ
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "  DUENO: " DUENOOBJ DELIMITED BY "  "
                  "  SUPLENTE: " SUPLEOBJ DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "DUENO" TO FI-TIPO.
           MOVE DUENOOBJ TO FI-VALOR1.
           MOVE SUPLEOBJ TO FI-VALOR2.
           MOVE SPACES TO FI-VALOR3.
           PERFORM EXPLINEA.
       FIN-DUENOS.
           EXIT.

       POLITICA SECTION.
       POL.
           MOVE 0 TO SIGUE.
           IF ABIERTOPOL = 1
              MOVE ROLEACT TO CLA OF RSGPOL
              READ FSGPOL WITH IGNORE LOCK INVALID KEY
                   CONTINUE
              END-READ
              IF ERROR-1 = "0"
                 MOVE 1 TO SIGUE
              END-IF
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           IF SIGUE = 0
              MOVE "  POLITICA: SIN FILA EN FSGPOL (SIN LIMITES)"
                   TO LINEASPOOL
              PERFORM ESCUPELINEA
              GO TO FIN-POLITICA
           END-IF.
           STRING "  POLITICA: DIAS MAX=" MAX-DIAS
                  " OMISION=" DEF-DIAS
                  " EMERGENCIA=" EMERG-PERMITIDA
                  " JUSTIFICA=" REQ-JUSTIFICA
                  " JIT HORAS MAX=" MAX-HORAS-JIT
                  " APROBACION JIT=" APROB-JIT
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "POLITICA" TO FI-TIPO.
           MOVE SPACES TO FI-VALOR1.
           STRING MAX-DIAS " " DEF-DIAS
                  DELIMITED BY SIZE
                  INTO FI-VALOR1
           END-STRING.
           MOVE SPACES TO FI-VALOR2.
           STRING EMERG-PERMITIDA " " REQ-JUSTIFICA
                  DELIMITED BY SIZE
                  INTO FI-VALOR2
           END-STRING.
           MOVE SPACES TO FI-VALOR3.
           STRING MAX-HORAS-JIT " " APROB-JIT
                  DELIMITED BY SIZE
                  INTO FI-VALOR3
           END-STRING.
           PERFORM EXPLINEA.
       FIN-POLITICA.
           EXIT.

       HORARIO SECTION.
       HOR.
           CALL "SRGETHOR" USING ROLEACT DIASHOR DESDEHOR HASTAHOR
                ENCONTRADOHOR.
           MOVE SPACES TO LINEASPOOL.
           IF ENCONTRADOHOR NOT = 1
              MOVE "  HORARIO: SIN RESTRICCION EN FSGHOR"
                   TO LINEASPOOL
              PERFORM ESCUPELINEA
              GO TO FIN-HORARIO
           END-IF.
           STRING "  HORARIO: DIAS (L-D)=" DIASHOR
                  " DESDE=" DESDEHOR
                  " HASTA=" HASTAHOR
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "HORARIO" TO FI-TIPO.
           MOVE DIASHOR TO FI-VALOR1.
           MOVE DESDEHOR TO FI-VALOR2.
           MOVE HASTAHOR TO FI-VALOR3.
           PERFORM EXPLINEA.
       FIN-HORARIO.
           EXIT.

       INCOMPATIBLES SECTION.
       INC.
           CALL "SRSODPARES" USING ROLEACT TABLA-CONTRA-L
                TOTALCONTRA.
           MOVE SPACES TO LINEASPOOL.
           MOVE TOTALCONTRA TO CUENTAED.
           STRING "  INCOMPATIBLES (FSGSOD): " CUENTAED
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > TOTALCONTRA
              MOVE SPACES TO LINEASPOOL
              STRING "    " TABLA-CONTRA(IND)
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              MOVE "SOD" TO FI-TIPO
              MOVE TABLA-CONTRA(IND) TO FI-VALOR1
              MOVE SPACES TO FI-VALOR2
              MOVE SPACES TO FI-VALOR3
              PERFORM EXPLINEA
           END-PERFORM.
       FIN-INCOMPATIBLES.
           EXIT.

       INCLUIDOS SECTION.
       INL.
           CALL "SRLISTAINCL" USING ROLEACT TABLA-INCL-L TOTALINCL.
           MOVE SPACES TO LINEASPOOL.
           MOVE TOTALINCL TO CUENTAED.
           STRING "  INCLUYE (FSGRC): " CUENTAED
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > TOTALINCL
              MOVE SPACES TO LINEASPOOL
              STRING "    " TABLA-INCL(IND)
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              MOVE "INCLUYE" TO FI-TIPO
              MOVE TABLA-INCL(IND) TO FI-VALOR1
              MOVE SPACES TO FI-VALOR2
              MOVE SPACES TO FI-VALOR3
              PERFORM EXPLINEA
           END-PERFORM.
       FIN-INCLUIDOS.
           EXIT.

       INCLUYENTES SECTION.
       INY.
           MOVE "  INCLUIDO EN (FSGRC):" TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           IF ABIERTORC = 0
              GO TO FIN-INCLUYENTES
           END-IF.
           MOVE ROLEACT TO CLA-ROLEINCL.
           MOVE 1 TO SIGUE.
           START FSGRC KEY NOT < CLA-ROLEINCL INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGRC NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CLA-ROLEINCL NOT = ROLEACT
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1 AND ACTIVO OF RSGRC NOT = "N"
                 MOVE SPACES TO LINEASPOOL
                 STRING "    " CLA-ROLEBASE
                        DELIMITED BY SIZE
                        INTO LINEASPOOL
                 END-STRING
                 PERFORM ESCUPELINEA
                 MOVE "INCLUIDO" TO FI-TIPO
                 MOVE CLA-ROLEBASE TO FI-VALOR1
                 MOVE SPACES TO FI-VALOR2
                 MOVE SPACES TO FI-VALOR3
                 PERFORM EXPLINEA
              END-IF
           END-PERFORM.
       FIN-INCLUYENTES.
           EXIT.

       NODOS SECTION.
       NOD.
           CALL "SRNODOSGRANT" USING ROLEACT TABLA-GRANT-L
                TABLA-NIVEL-L TOTALGRANT.
           CALL "SRDESCIENDE" USING TABLA-GRANT-L TABLA-NIVEL-L
                TOTALGRANT TABLA-EFEC-L TABLA-EFNIV-L TOTALEFEC.
           MOVE SPACES TO LINEASPOOL.
           MOVE TOTALEFEC TO CUENTAED.
           STRING "  NODOS EFECTIVOS (NIVEL Y SERVICIO): " CUENTAED
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > TOTALEFEC
              CALL "SRSERVNODO" USING TABLA-EFEC(IND) SERVICIONODO
                   ENCONTRADOSER
              IF ENCONTRADOSER NOT = 1
                 MOVE SPACES TO SERVICIONODO
              END-IF
              MOVE SPACES TO LINEASPOOL
              STRING "    " TABLA-EFEC(IND)(1:60)
                     " " TABLA-EFNIV(IND)
                     " " SERVICIONODO(1:60)
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              MOVE "NODO" TO FI-TIPO
              MOVE TABLA-EFEC(IND) TO FI-VALOR1
              MOVE TABLA-EFNIV(IND) TO FI-VALOR2
              MOVE SERVICIONODO TO FI-VALOR3
              PERFORM EXPLINEA
           END-PERFORM.
       FIN-NODOS.
           EXIT.

       TITULARES SECTION.
       TIT.
           MOVE 0 TO TOTALDEP.
           MOVE 0 TO TOTALTIT.
           IF ABIERTOUR = 0
              GO TO IMPRIME-TIT
           END-IF.
           MOVE ROLEACT TO CLA-ROLE OF RSGUR.
           MOVE 1 TO SIGUE.
           START FSGUR KEY NOT < CLA-ROLE OF RSGUR INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CLA-ROLE OF RSGUR NOT = ROLEACT
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1 AND ACTIVO OF RSGUR NOT = "N" AND
                 ELEGIBLE NOT = "S" AND
                 (FECHA-DESDE = 0 OR FECHA-DESDE NOT > HOY) AND
                 (FECHA-HASTA = 0 OR FECHA-HASTA NOT < HOY) AND
                 (EMERGENCIA NOT = "S" OR
                  (EMERG-EXPIRA NUMERIC AND EMERG-EXPIRA NOT < AHORA))
                 PERFORM CUENTATITULAR
              END-IF
           END-PERFORM.
       IMPRIME-TIT.
           MOVE SPACES TO LINEASPOOL.
           MOVE TOTALTIT TO CUENTAED.
           STRING "  TITULARES VIVOS (FSGUR): " CUENTAED
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > TOTALDEP
              MOVE DP-TITULARES(IND) TO CUENTAED
              MOVE SPACES TO LINEASPOOL
              STRING "    " DP-DEPARTAMENTO(IND) " " CUENTAED
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              MOVE "TITULAR" TO FI-TIPO
              MOVE DP-DEPARTAMENTO(IND) TO FI-VALOR1
              MOVE DP-TITULARES(IND) TO FI-VALOR2
              MOVE SPACES TO FI-VALOR3
              PERFORM EXPLINEA
           END-PERFORM.
       FIN-TITULARES.
           EXIT.

       CUENTATITULAR SECTION.
       CTT.
           ADD 1 TO TOTALTIT.
           CALL "SRGETCCOSTE" USING CLA-USUARIO CCOSTEUSU DEPARTUSU
                ENCONTRADOCC.
           IF ENCONTRADOCC NOT = 1 OR DEPARTUSU = SPACES
              MOVE "SIN DEPARTAMENTO" TO DEPARTUSU
           END-IF.
           MOVE 0 TO POSDEP.
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > TOTALDEP OR POSDEP > 0
              IF DP-DEPARTAMENTO(IND) = DEPARTUSU
                 MOVE IND TO POSDEP
              END-IF
           END-PERFORM.
           IF POSDEP = 0
              IF TOTALDEP < 100
                 ADD 1 TO TOTALDEP
                 MOVE TOTALDEP TO POSDEP
                 MOVE DEPARTUSU TO DP-DEPARTAMENTO(POSDEP)
                 MOVE 0 TO DP-TITULARES(POSDEP)
              ELSE
                 MOVE 100 TO POSDEP
                 MOVE "OTROS" TO DP-DEPARTAMENTO(POSDEP)
              END-IF
           END-IF.
           ADD 1 TO DP-TITULARES(POSDEP).
       FIN-CUENTATITULAR.
           EXIT.

       RIESGO SECTION.
       RIE.
           MOVE 0 TO POSRIE.
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > TOTALRIE OR POSRIE > 0
              IF RG-ROLE(IND) = ROLEACT
                 MOVE IND TO POSRIE
              END-IF
           END-PERFORM.
           MOVE SPACES TO LINEASPOOL.
           IF POSRIE = 0
              MOVE "  RIESGO: SIN PUNTUACION EN RIESGOHIST"
                   TO LINEASPOOL
              PERFORM ESCUPELINEA
              GO TO FIN-RIESGO
           END-IF.
           MOVE RG-PUNTOS(POSRIE) TO PUNTOSED.
           STRING "  RIESGO: " PUNTOSED
                  " PUNTOS (ISGRIESGO DEL " RG-FECHA(POSRIE) ")"
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "RIESGO" TO FI-TIPO.
           MOVE RG-PUNTOS(POSRIE) TO FI-VALOR1.
           MOVE RG-FECHA(POSRIE) TO FI-VALOR2.
           MOVE SPACES TO FI-VALOR3.
           PERFORM EXPLINEA.
       FIN-RIESGO.
           EXIT.

       CATALOGO SECTION.
       CAT.
           CALL "SRCHKCAT" USING ROLEACT ORDENABLECAT DESOFICAT
                ENCONTRADOCAT.
           MOVE SPACES TO LINEASPOOL.
           IF ENCONTRADOCAT NOT = 1
              MOVE "N" TO ORDENABLECAT
              MOVE SPACES TO DESOFICAT
              MOVE "  PEDIBLE: NO (NO FIGURA EN FSGCATROL)"
                   TO LINEASPOOL
           ELSE
              STRING "  PEDIBLE: " ORDENABLECAT
                     " (FSGCATROL) " DESOFICAT
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
           END-IF.
           PERFORM ESCUPELINEA.
           MOVE "PEDIBLE" TO FI-TIPO.
           MOVE ORDENABLECAT TO FI-VALOR1.
           MOVE DESOFICAT TO FI-VALOR2.
           MOVE SPACES TO FI-VALOR3.
           PERFORM EXPLINEA.
       FIN-CATALOGO.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           IF SALIDAIN = "D"
              GO TO FIN-ESCUPELINEA
           END-IF.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.

       EXPLINEA SECTION.
       EXL.
           IF SALIDAIN = "I"
              GO TO FIN-EXPLINEA
           END-IF.
           MOVE SPACES TO RFIC.
           STRING ROLEACT DELIMITED BY SPACE
                  "|" FI-TIPO DELIMITED BY SPACE
                  "|" FI-VALOR1 DELIMITED BY "  "
                  "|" FI-VALOR2 DELIMITED BY "  "
                  "|" FI-VALOR3 DELIMITED BY "  "
                  INTO RFIC
           END-STRING.
           WRITE RFIC.
           ADD 1 TO CONTADORFIC.
       FIN-EXPLINEA.
           EXIT.
