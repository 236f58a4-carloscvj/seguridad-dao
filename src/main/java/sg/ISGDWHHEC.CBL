       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGDWHHEC.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      FICHEROS DE HECHOS DEL EXTRACTO PARA EL ALMACEN
                      (LOS LLAMA ISGDWH, UNO POR LLAMADA): FOTO DE LA
                      NOCHE CON LA FECHA DEL EXTRACTO EN CADA LINEA.
                      "ACC" mnu/SG/DWHHACC, ACCESO EFECTIVO DE FSGACC
                      (SOLO CON LA MARCA DE SRACCESTADO EN "L"; SI SE
                      ESTA RECONSTRUYENDO, ERROR). "UR" mnu/SG/DWHHUR,
                      CONCESIONES VIGENTES CON SU VIA: "D" DIRECTA Y "E"
                      DE EMERGENCIA EN FSGUR, "C" COMPUESTA (ROLES
                      INCLUIDOS POR FSGRC A CUALQUIER NIVEL, CON EL ROLE
                      DIRECTO COMO ORIGEN) Y "L" DELEGADA EN FSGDEL (CON
                      EL DELEGANTE COMO ORIGEN); LAS FILAS SOLO
                      ELEGIBLES NO SON CONCESIONES. "DEC"
                      mnu/SG/DWHHDEC, DECISIONES DE LA COLA DE
                      APROBACION FSGPEND YA APROBADAS O RECHAZADAS.
                      "CERT" mnu/SG/DWHHCERT, FILAS DE LAS CAMPANAS DE
                      RECERTIFICACION FSGCERT CON SU ESTADO. CADA LINEA
                      PASA POR EL PERFIL DE ENMASCARADO DE FSGMASK
                      (SRMASCARA, CON EL NOMBRE DEL FICHERO COMO
                      MAESTRO) SALVO CON EL PERFIL "COMPLETO" Y CADA
                      FICHERO SALE CON SU MANIFIESTO (SRMANIF).
                      RESULTADO 0 BIEN, 2 ERROR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGACC-SEL".
           COPY "FSGUR-SEL".
           COPY "FSGDEL-SEL".
           COPY "FSGPEND-SEL".
           COPY "FSGCERT-SEL".

           SELECT FSAL
                  ASSIGN TO RANDOM NOMBRESAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGACC-FD".
           COPY "FSGUR-FD".
           COPY "FSGDEL-FD".
           COPY "FSGPEND-FD".
           COPY "FSGCERT-FD".

       FD  FSAL
           DATA RECORD IS RSAL.
       01  RSAL       PIC X(256).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGACC                PIC X(256).
       01 NOMBREFSGUR                 PIC X(256).
       01 NOMBREFSGDEL                PIC X(256).
       01 NOMBREFSGPEND               PIC X(256).
       01 NOMBREFSGCERT               PIC X(256).
       01 NOMBRESAL                   PIC X(256).
       01 FICHEROSAL                  PIC X(8).
       01 SIGUE                       PIC 9.
       01 AHORA                       PIC 9(10).
       01 ACCIONACC                   PIC X(1) VALUE "C".
       01 ESTADOACC                   PIC X(1).
       01 PROGRAMAACC                 PIC X(12) VALUE "ISGDWHHEC".
       01 IMAGEN                      PIC X(256).
       01 ACCIONMAN                   PIC X.
       01 PROGRAMAMAN                 PIC X(12) VALUE "ISGDWH".
       01 RESULTADOMAN                PIC 9.
       01 MOTIVOMAN                   PIC X(40).
       01 ROLEBASE                    PIC X(64).
       01 TABLA-INCL-L.
          05 TABLA-INCL               PIC X(64) OCCURS 50 TIMES.
       01 TOTALINCL                   PIC 9(3).
       01 TABLA-CIERRE-L.
          05 TABLA-CIERRE             PIC X(64) OCCURS 200 TIMES.
       01 TOTALCIERRE                 PIC 9(3).
       01 II                          PIC 9(3).
       01 JJ                          PIC 9(3).
       01 KK                          PIC 9(3).
       01 YAESTA                      PIC 9.
       01 LINEAHEC                    PIC X(256).
       01 HEC-ACC REDEFINES LINEAHEC.
          05 HA-FECHA                 PIC 9(8).
          05 HA-USUARIO               PIC X(64).
          05 HA-NODO                  PIC X(64).
          05 HA-ROLE                  PIC X(64).
          05 HA-NIVEL                 PIC X(1).
          05 HA-GEN-FECHA             PIC 9(8).
          05 HA-GEN-HORA              PIC 9(6).
          05 FILLER                   PIC X(41).
       01 HEC-UR REDEFINES LINEAHEC.
          05 HU-FECHA                 PIC 9(8).
          05 HU-USUARIO               PIC X(64).
          05 HU-ROLE                  PIC X(64).
          05 HU-VIA                   PIC X(1).
          05 HU-ORIGEN                PIC X(64).
          05 HU-DESDE                 PIC 9(8).
          05 HU-HASTA                 PIC 9(8).
          05 HU-ENTIDAD               PIC X(4).
          05 HU-MODPOR                PIC X(15).
          05 FILLER                   PIC X(20).
       01 HEC-DEC REDEFINES LINEAHEC.
          05 HD-FECHA                 PIC 9(8).
          05 HD-CLAVE                 PIC X(64).
          05 HD-ROLE                  PIC X(64).
          05 HD-PED-FECHA             PIC 9(8).
          05 HD-PED-HORA              PIC 9(6).
          05 HD-PED-SEQ               PIC 9(4).
          05 HD-SERVIDOR              PIC X(8).
          05 HD-OPER                  PIC X(8).
          05 HD-SOLICITANTE           PIC X(15).
          05 HD-ESTADO                PIC X(1).
          05 HD-APROBADOR             PIC X(15).
          05 HD-APROB-FECHA           PIC 9(8).
          05 FILLER                   PIC X(47).
       01 HEC-CERT REDEFINES LINEAHEC.
          05 HC-FECHA                 PIC 9(8).
          05 HC-USUARIO               PIC X(64).
          05 HC-ROLE                  PIC X(64).
          05 HC-CAMPANA               PIC X(8).
          05 HC-ESTADO                PIC X(1).
          05 HC-DECIDIDO-POR          PIC X(15).
          05 HC-DECISION-FECHA        PIC 9(8).
          05 HC-FECHA-LIMITE          PIC 9(8).
          05 FILLER                   PIC X(80).

       LINKAGE SECTION.
       01 TIPOIN                      PIC X(4).
       01 PERFILIN                    PIC X(8).
       01 FECHAEXT                    PIC 9(8).
       01 CONTADOR                    PIC 9(8).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING TIPOIN PERFILIN FECHAEXT CONTADOR
                 RESULTADO.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADOR.
           MOVE 0 TO RESULTADO.
           MOVE FUNCTION CURRENT-DATE(1:10) TO AHORA.
           MOVE "mnu/SG/FSGACC" TO NOMBREFSGACC.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
           MOVE "mnu/SG/FSGDEL" TO NOMBREFSGDEL.
           MOVE "mnu/SG/FSGPEND" TO NOMBREFSGPEND.
           MOVE "mnu/SG/FSGCERT" TO NOMBREFSGCERT.
       PROCESOS.
           EVALUATE TIPOIN
              WHEN "ACC"
                 MOVE "DWHHACC" TO FICHEROSAL
              WHEN "UR"
                 MOVE "DWHHUR" TO FICHEROSAL
              WHEN "DEC"
                 MOVE "DWHHDEC" TO FICHEROSAL
              WHEN "CERT"
                 MOVE "DWHHCERT" TO FICHEROSAL
              WHEN OTHER
                 MOVE 2 TO RESULTADO
                 GO TO FIN-PROCESOS
           END-EVALUATE.
           IF TIPOIN = "ACC"
              CALL "SRACCESTADO" USING ACCIONACC ESTADOACC PROGRAMAACC
              IF ESTADOACC NOT = "L"
                 DISPLAY "ISGDWHHEC FSGACC SE ESTA RECONSTRUYENDO"
                         UPON SYSOUT
                 MOVE 2 TO RESULTADO
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           MOVE SPACES TO NOMBRESAL.
           STRING "mnu/SG/" FICHEROSAL
                  DELIMITED BY " "
                  INTO NOMBRESAL
           END-STRING.
           OPEN OUTPUT FSAL.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBRESAL
              OPEN OUTPUT FSAL
           END-IF.
           IF ERRORES NOT = "00"
              DISPLAY "ISGDWHHEC NO SE PUDO ABRIR " NOMBRESAL
                      UPON SYSOUT
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           EVALUATE TIPOIN
              WHEN "ACC"
                 PERFORM HECHOACC
              WHEN "UR"
                 PERFORM HECHOUR
                 PERFORM HECHODEL
              WHEN "DEC"
                 PERFORM HECHODEC
              WHEN "CERT"
                 PERFORM HECHOCERT
           END-EVALUATE.
           CLOSE FSAL.
           MOVE "E" TO ACCIONMAN.
           CALL "SRMANIF" USING ACCIONMAN NOMBRESAL PROGRAMAMAN
                RESULTADOMAN MOTIVOMAN.
           IF RESULTADOMAN NOT = 0
              DISPLAY "ISGDWHHEC SIN MANIFIESTO " MOTIVOMAN UPON SYSOUT
              MOVE 2 TO RESULTADO
           END-IF.
           DISPLAY "ISGDWHHEC " FICHEROSAL
                   " PERFIL=" PERFILIN
                   " LINEAS=" CONTADOR
                   " RESULTADO=" RESULTADO UPON SYSOUT.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       HECHOACC SECTION.
       HAC.
           OPEN INPUT FSGACC.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGDWHHEC NO SE PUDO ABRIR " NOMBREFSGACC
                      UPON SYSOUT
              MOVE 2 TO RESULTADO
              GO TO FIN-HECHOACC
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGACC NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 MOVE SPACES TO LINEAHEC
                 MOVE FECHAEXT TO HA-FECHA
                 MOVE CLA-USUARIO OF RSGACC TO HA-USUARIO
                 MOVE CLA-NODO OF RSGACC TO HA-NODO
                 MOVE ORIGEN-ROLE TO HA-ROLE
                 MOVE NIVEL-ACCESO TO HA-NIVEL
                 MOVE GENERADO-FECHA TO HA-GEN-FECHA
                 MOVE GENERADO-HORA TO HA-GEN-HORA
                 PERFORM GRABAHECHO
              END-IF
           END-PERFORM.
           CLOSE FSGACC.
       FIN-HECHOACC.
           EXIT.

       HECHOUR SECTION.
       HUR.
           OPEN INPUT FSGUR.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGDWHHEC NO SE PUDO ABRIR " NOMBREFSGUR
                      UPON SYSOUT
              MOVE 2 TO RESULTADO
              GO TO FIN-HECHOUR
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ACTIVO OF RSGUR NOT = "N" AND
                 ELEGIBLE NOT = "S" AND
                 (FECHA-DESDE OF RSGUR = 0 OR
                  FECHA-DESDE OF RSGUR NOT > FECHAEXT) AND
                 (FECHA-HASTA OF RSGUR = 0 OR
                  FECHA-HASTA OF RSGUR NOT < FECHAEXT) AND
                 (EMERGENCIA NOT = "S" OR
                  (EMERG-EXPIRA NUMERIC AND EMERG-EXPIRA NOT < AHORA))
                 PERFORM CONCESIONDIRECTA
              END-IF
           END-PERFORM.
           CLOSE FSGUR.
       FIN-HECHOUR.
           EXIT.

       CONCESIONDIRECTA SECTION.
       CDI.
           MOVE SPACES TO LINEAHEC.
           MOVE FECHAEXT TO HU-FECHA.
           MOVE CLA-USUARIO OF RSGUR TO HU-USUARIO.
           MOVE CLA-ROLE OF RSGUR TO HU-ROLE.
           IF EMERGENCIA = "S"
              MOVE "E" TO HU-VIA
           ELSE
              MOVE "D" TO HU-VIA
           END-IF.
           MOVE FECHA-DESDE OF RSGUR TO HU-DESDE.
           MOVE FECHA-HASTA OF RSGUR TO HU-HASTA.
           MOVE ENTIDAD TO HU-ENTIDAD.
           MOVE MODPOR OF RSGUR TO HU-MODPOR.
           PERFORM GRABAHECHO.
           MOVE CLA-ROLE OF RSGUR TO ROLEBASE.
           PERFORM CIERRAINCLUIDOS.
           MOVE "C" TO HU-VIA.
           MOVE CLA-ROLE OF RSGUR TO HU-ORIGEN.
           PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > TOTALCIERRE
              MOVE TABLA-CIERRE(KK) TO HU-ROLE
              PERFORM GRABAHECHO
           END-PERFORM.
       FIN-CONCESIONDIRECTA.
           EXIT.

       CIERRAINCLUIDOS SECTION.
       CIN.
           MOVE 0 TO TOTALCIERRE.
           CALL "SRLISTAINCL" USING ROLEBASE TABLA-INCL-L TOTALINCL.
           PERFORM ANADEINCLUIDOS.
           MOVE 1 TO II.
           PERFORM UNTIL II > TOTALCIERRE
              MOVE TABLA-CIERRE(II) TO ROLEBASE
              CALL "SRLISTAINCL" USING ROLEBASE TABLA-INCL-L
                   TOTALINCL
              PERFORM ANADEINCLUIDOS
              ADD 1 TO II
           END-PERFORM.
       FIN-CIERRAINCLUIDOS.
           EXIT.

       ANADEINCLUIDOS SECTION.
       AIN.
           PERFORM VARYING JJ FROM 1 BY 1 UNTIL JJ > TOTALINCL
              MOVE 0 TO YAESTA
              IF TABLA-INCL(JJ) = CLA-ROLE OF RSGUR
                 MOVE 1 TO YAESTA
              END-IF
              PERFORM VARYING KK FROM 1 BY 1
                      UNTIL KK > TOTALCIERRE OR YAESTA = 1
                 IF TABLA-CIERRE(KK) = TABLA-INCL(JJ)
                    MOVE 1 TO YAESTA
                 END-IF
              END-PERFORM
              IF YAESTA = 0 AND TOTALCIERRE < 200
                 ADD 1 TO TOTALCIERRE
                 MOVE TABLA-INCL(JJ) TO TABLA-CIERRE(TOTALCIERRE)
              END-IF
           END-PERFORM.
       FIN-ANADEINCLUIDOS.
           EXIT.

       HECHODEL SECTION.
       HDL.
           OPEN INPUT FSGDEL.
           IF ERROR-1 NOT = "0"
              GO TO FIN-HECHODEL
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGDEL NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ACTIVO OF RSGDEL NOT = "N" AND
                 (FECHA-DESDE OF RSGDEL = 0 OR
                  FECHA-DESDE OF RSGDEL NOT > FECHAEXT) AND
                 (FECHA-HASTA OF RSGDEL = 0 OR
                  FECHA-HASTA OF RSGDEL NOT < FECHAEXT)
                 MOVE SPACES TO LINEAHEC
                 MOVE FECHAEXT TO HU-FECHA
                 MOVE CLA-DELEGADO TO HU-USUARIO
                 MOVE CLA-ROLE OF RSGDEL TO HU-ROLE
                 MOVE "L" TO HU-VIA
                 MOVE CLA-DELEGANTE TO HU-ORIGEN
                 MOVE FECHA-DESDE OF RSGDEL TO HU-DESDE
                 MOVE FECHA-HASTA OF RSGDEL TO HU-HASTA
                 MOVE MODPOR OF RSGDEL TO HU-MODPOR
                 PERFORM GRABAHECHO
              END-IF
           END-PERFORM.
           CLOSE FSGDEL.
       FIN-HECHODEL.
           EXIT.

       HECHODEC SECTION.
       HDE.
           OPEN INPUT FSGPEND.
           IF ERROR-1 NOT = "0"
              GO TO FIN-HECHODEC
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGPEND NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND (ESTADO-PED = "A" OR ESTADO-PED = "R")
                 MOVE SPACES TO LINEAHEC
                 MOVE FECHAEXT TO HD-FECHA
                 MOVE REGISTRO-PED(1:64) TO HD-CLAVE
                 IF SERVIDOR-PED = "FSGUR"
                    MOVE REGISTRO-PED(65:64) TO HD-ROLE
                 END-IF
                 MOVE CLA-FECHA TO HD-PED-FECHA
                 MOVE CLA-HORA TO HD-PED-HORA
                 MOVE CLA-SEQ TO HD-PED-SEQ
                 MOVE SERVIDOR-PED TO HD-SERVIDOR
                 MOVE OPER-PED TO HD-OPER
                 MOVE SOLICITANTE TO HD-SOLICITANTE
                 MOVE ESTADO-PED TO HD-ESTADO
                 MOVE APROBADOR TO HD-APROBADOR
                 MOVE APROB-FECHA TO HD-APROB-FECHA
                 PERFORM GRABAHECHO
              END-IF
           END-PERFORM.
           CLOSE FSGPEND.
       FIN-HECHODEC.
           EXIT.

       HECHOCERT SECTION.
       HCE.
           OPEN INPUT FSGCERT.
           IF ERROR-1 NOT = "0"
              GO TO FIN-HECHOCERT
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGCERT NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 MOVE SPACES TO LINEAHEC
                 MOVE FECHAEXT TO HC-FECHA
                 MOVE CLA-USUARIO OF RSGCERT TO HC-USUARIO
                 MOVE CLA-ROLE OF RSGCERT TO HC-ROLE
                 MOVE CLA-CAMPANA TO HC-CAMPANA
                 MOVE ESTADO-CERT TO HC-ESTADO
                 MOVE DECIDIDO-POR TO HC-DECIDIDO-POR
                 MOVE DECISION-FECHA TO HC-DECISION-FECHA
                 MOVE FECHA-LIMITE TO HC-FECHA-LIMITE
                 PERFORM GRABAHECHO
              END-IF
           END-PERFORM.
           CLOSE FSGCERT.
       FIN-HECHOCERT.
           EXIT.

       GRABAHECHO SECTION.
       GHE.
           MOVE LINEAHEC TO RSAL.
           IF PERFILIN NOT = "COMPLETO" AND
              PERFILIN NOT = SPACES
              MOVE RSAL TO IMAGEN
              CALL "SRMASCARA" USING FICHEROSAL PERFILIN IMAGEN
              MOVE IMAGEN TO RSAL
           END-IF.
           WRITE RSAL.
           ADD 1 TO CONTADOR.
       FIN-GRABAHECHO.
           EXIT.
