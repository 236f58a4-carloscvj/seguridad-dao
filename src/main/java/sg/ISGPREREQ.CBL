       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGPREREQ.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      BARRIDO NOCTURNO DE REQUISITOS DE FORMACION:
                      RECORRE LAS CONCESIONES VIGENTES DE FSGUR Y
                      LISTA EN EL CARRETE PREREQ A QUIEN TIENE UN
                      ROLE CON UN CURSO EXIGIDO (FSGPREQ) QUE NO
                      TIENE O CUYO CERTIFICADO HA CADUCADO (FSGCURSO,
                      SRCHKPREQ). COMO CON LAS CONCESIONES DORMIDAS,
                      LA PRIMERA VEZ SE AVISA AL USUARIO Y A SU
                      RESPONSABLE POR EL BUZON CENTRAL (FILA EN
                      FSGPREAV VIA SRPREAVISO) Y, PASADO EL PERIODO
                      DE GRACIA (CLAVE PREREQGRACIA DE FSGCFG, 30 SI
                      NO EXISTE), SE REVOCA CON TRAZA (SRREVUR),
                      SALVO QUE LA CLAVE PREREQREVOCA VALGA "N", EN
                      CUYO CASO SOLO SE INFORMA. QUIEN RENUEVA EL
                      CURSO PIERDE EL AVISO. LAS CONCESIONES DE
                      EMERGENCIA NO SE TOCAN.

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
       01 HOY                         PIC 9(8).
       01 PREREQGRACIA                PIC 9(3).
       01 PREREQREVOCA                PIC X(1).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 RESULTADOPRE                PIC 9.
       01 CURSOPRE                    PIC X(16).
       01 RAZONPRE                    PIC X(40).
       01 ACCIONAV                    PIC X(1).
       01 CURSOAV                     PIC X(16).
       01 FECHAAVISO                  PIC 9(8).
       01 ENCONTRADOAV                PIC 9.
       01 AVISOENTERO                 PIC 9(7).
       01 FECHAREVOCA                 PIC 9(8).
       01 RESULTADOREV                PIC 9.
       01 ESTADOPRE                   PIC X(24).
       01 ORIGENAVISO                 PIC X(8) VALUE "ISGPREQ".
       01 SEVERIDAD                   PIC X(1).
       01 TEXTOAVISO                  PIC X(128).
       01 RESULTADOAVI                PIC 9.
       01 RESPONUSU                   PIC X(64).
       01 DEPARTUSU                   PIC X(16).
       01 ENCONTRADOATR               PIC 9.
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "PREREQ".
       01 LINEASPOOL                  PIC X(132).
       01 CNT-REVISADAS               PIC 9(8).
       01 CNT-FALTAN                  PIC 9(8).
       01 CNT-AVISADAS                PIC 9(8).
       01 CNT-REVOCADAS               PIC 9(8).

       LINKAGE SECTION.
       01 CONTADORPRE                 PIC 9(8).

       PROCEDURE DIVISION USING CONTADORPRE.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORPRE.
           MOVE 0 TO CNT-REVISADAS.
           MOVE 0 TO CNT-FALTAN.
           MOVE 0 TO CNT-AVISADAS.
           MOVE 0 TO CNT-REVOCADAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE 30 TO PREREQGRACIA.
           MOVE "PREREQGRACIA" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO PREREQGRACIA
           END-IF.
           MOVE "S" TO PREREQREVOCA.
           MOVE "PREREQREVOCA" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:1) = "N"
              MOVE "N" TO PREREQREVOCA
           END-IF.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
       PROCESOS.
           OPEN INPUT FSGUR.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGPREREQ NO SE PUDO ABRIR " NOMBREFSGUR
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "A" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "CONCESIONES SIN LA FORMACION EXIGIDA AL "
                  HOY " (GRACIA " PREREQGRACIA " DIAS):"
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ACTIVO NOT = "N" AND
                 EMERGENCIA NOT = "S"
                 PERFORM REVISAGRANT
              END-IF
           END-PERFORM.
           CLOSE FSGUR.
           MOVE SPACES TO LINEASPOOL.
           STRING "TOTALES: REVISADAS=" CNT-REVISADAS
                  " SIN FORMACION=" CNT-FALTAN
                  " AVISADAS=" CNT-AVISADAS
                  " REVOCADAS=" CNT-REVOCADAS
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE CNT-FALTAN TO CONTADORPRE.
           IF CNT-FALTAN > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       REVISAGRANT SECTION.
       RVG.
           ADD 1 TO CNT-REVISADAS.
           CALL "SRCHKPREQ" USING CLA-USUARIO CLA-ROLE RESULTADOPRE
                CURSOPRE RAZONPRE.
           IF RESULTADOPRE = 0
              MOVE "B" TO ACCIONAV
              CALL "SRPREAVISO" USING ACCIONAV CLA-USUARIO
                   CLA-ROLE CURSOAV FECHAAVISO ENCONTRADOAV
              GO TO FIN-REVISAGRANT
           END-IF.
           ADD 1 TO CNT-FALTAN.
           MOVE "L" TO ACCIONAV.
           CALL "SRPREAVISO" USING ACCIONAV CLA-USUARIO
                CLA-ROLE CURSOAV FECHAAVISO ENCONTRADOAV.
           IF ENCONTRADOAV = 0
              PERFORM AVISAFALTA
              GO TO LINEAGRANT
           END-IF.
           COMPUTE AVISOENTERO =
                   FUNCTION INTEGER-OF-DATE(FECHAAVISO).
           COMPUTE FECHAREVOCA =
                   FUNCTION DATE-OF-INTEGER
                   (AVISOENTERO + PREREQGRACIA).
           MOVE SPACES TO ESTADOPRE.
           STRING "AVISADA, REVOCA " FECHAREVOCA
                  DELIMITED BY SIZE
                  INTO ESTADOPRE
           END-STRING.
           IF HOY > FECHAREVOCA AND PREREQREVOCA = "S"
              PERFORM REVOCAFALTA
           END-IF.
       LINEAGRANT.
           MOVE SPACES TO LINEASPOOL.
           STRING "  " CLA-USUARIO(1:30) " " CLA-ROLE(1:30) " "
                  RAZONPRE(1:40) " " ESTADOPRE
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-REVISAGRANT.
           EXIT.

       AVISAFALTA SECTION.
       AVF.
           MOVE "G" TO ACCIONAV.
           MOVE CURSOPRE TO CURSOAV.
           CALL "SRPREAVISO" USING ACCIONAV CLA-USUARIO
                CLA-ROLE CURSOAV FECHAAVISO ENCONTRADOAV.
           ADD 1 TO CNT-AVISADAS.
           MOVE "AVISADA HOY" TO ESTADOPRE.
           MOVE "W" TO SEVERIDAD.
           MOVE SPACES TO TEXTOAVISO.
           IF PREREQREVOCA = "S"
              STRING "ROLE " CLA-ROLE(1:40) ": " RAZONPRE
                     ". SE REVOCARA EN " PREREQGRACIA
                     " DIAS SI NO SE RENUEVA"
                     DELIMITED BY SIZE
                     INTO TEXTOAVISO
              END-STRING
           ELSE
              STRING "ROLE " CLA-ROLE(1:40) ": " RAZONPRE
                     ". RENUEVE LA FORMACION EXIGIDA"
                     DELIMITED BY SIZE
                     INTO TEXTOAVISO
              END-STRING
           END-IF.
           CALL "SRAVISO" USING CLA-USUARIO ORIGENAVISO
                SEVERIDAD TEXTOAVISO RESULTADOAVI.
           CALL "SRGETRESP" USING CLA-USUARIO RESPONUSU
                DEPARTUSU ENCONTRADOATR.
           IF ENCONTRADOATR = 1 AND RESPONUSU NOT = SPACES
              CALL "SRAVISO" USING RESPONUSU ORIGENAVISO
                   SEVERIDAD TEXTOAVISO RESULTADOAVI
           END-IF.
       FIN-AVISAFALTA.
           EXIT.

       REVOCAFALTA SECTION.
       RVF.
           CALL "SRREVUR" USING CLA-USUARIO CLA-ROLE
                RESULTADOREV.
           IF RESULTADOREV NOT = 0
              GO TO FIN-REVOCAFALTA
           END-IF.
           ADD 1 TO CNT-REVOCADAS.
           MOVE "REVOCADA HOY" TO ESTADOPRE.
           MOVE "B" TO ACCIONAV.
           CALL "SRPREAVISO" USING ACCIONAV CLA-USUARIO
                CLA-ROLE CURSOAV FECHAAVISO ENCONTRADOAV.
           DISPLAY "REVOCADA POR FORMACION USUARIO="
                   CLA-USUARIO(1:32)
                   " ROLE=" CLA-ROLE(1:32) UPON SYSOUT.
       FIN-REVOCAFALTA.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-ESCUPELINEA.
           EXIT.
