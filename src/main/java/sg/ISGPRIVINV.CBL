       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGPRIVINV.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      INVENTARIO TRIMESTRAL DE ACCESO PRIVILEGIADO PARA
                      LA AUDITORIA: REUNE POR PERSONA LOS GRUPOS DE
                      OPERACIONES DE FSGADM (SRLISTAADM), QUIEN PUEDE
                      APROBAR EN FSGPEND (FILAS DE FSGADM DEL SERVIDOR
                      FSGPEND Y RESPONSABLES DE FSGATR, A QUIENES SE
                      ENCAMINAN LAS PETICIONES), QUIEN PUEDE ROMPER
                      BLOQUEOS (ROMPELOCK, GRUPO ADMIN O TODOS DE
                      FSGADM), LOS TITULARES DE ROLES CUYA POLITICA
                      FSGPOL ADMITE EMERGENCIAS (FIRECALL) Y LAS
                      EMERGENCIAS VIVAS, LOS TITULARES DE ROLES QUE
                      ALCANZAN UN NODO VIGILADO DE FSGVIGIA CON NIVEL B
                      (SRALCANCE), LAS CUENTAS TECNICAS DE FSGUSU Y LAS
                      DELEGACIONES VIVAS DE FSGDEL DE CUALQUIERA DE
                      ESOS ROLES. DE CADA PRIVILEGIO DA LA VIA POR LA
                      QUE SE TIENE, DESDE CUANDO Y SU ULTIMO USO (FSGUSO
                      PARA LOS ROLES, LA SESION DE FSGSES DEL SERVIDOR
                      PARA FSGADM Y LAS CUENTAS TECNICAS, LA ULTIMA
                      APROBACION DE FSGPEND PARA LOS APROBADORES). EL
                      INVENTARIO SE GUARDA EN mnu/SG/PRIVINV Y EL
                      ANTERIOR PASA A mnu/SG/PRIVINVANT; EL INFORME
                      LISTA ADEMAS LAS ALTAS, BAJAS Y CAMBIOS DE VIA
                      DESDE EL INVENTARIO ANTERIOR. SALE POR CONSOLA Y
                      POR EL CARRETE DE INFORMES (PRIVINV), QUE LO
                      GUARDA COMO EVIDENCIA. ISGNOCHE LO LANZA LA
                      PRIMERA NOCHE DE CADA TRIMESTRE. LA FECHA DEL
                      INVENTARIO QUEDA EN SRPRIVFEC; SI SE REPITE
                      DENTRO DEL MISMO TRIMESTRE, PRIVINVANT NO SE
                      TOCA Y LOS CAMBIOS SIGUEN SIENDO DESDE EL
                      TRIMESTRE ANTERIOR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGATR-SEL".
           COPY "FSGPOL-SEL".
           COPY "FSGUR-SEL".
           COPY "FSGUSU-SEL".
           COPY "FSGDEL-SEL".
           COPY "FSGSES-SEL".
           COPY "FSGPEND-SEL".

           SELECT FPRV
                  ASSIGN TO RANDOM NOMBREPRV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PV-CLA
                  FILE STATUS IS ERRORES.

           SELECT FINV
                  ASSIGN TO RANDOM NOMBREINV
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT FANT
                  ASSIGN TO RANDOM NOMBREANT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGATR-FD".
           COPY "FSGPOL-FD".
           COPY "FSGUR-FD".
           COPY "FSGUSU-FD".
           COPY "FSGDEL-FD".
           COPY "FSGSES-FD".
           COPY "FSGPEND-FD".

       FD  FPRV
           DATA RECORD IS RPRV.
       01  RPRV.
           03 PV-CLA.
              05 PV-PERSONA PIC X(64).
              05 PV-TIPO PIC X(10).
              05 PV-DETALLE PIC X(64).
           03 PV-VIA PIC X(40).
           03 PV-DESDE PIC 9(8).
           03 PV-ULTUSO PIC 9(8).

       FD  FINV
           DATA RECORD IS RINV.
       01  RINV.
           03 IV-CLA PIC X(138).
           03 IV-VIA PIC X(40).
           03 IV-DESDE PIC 9(8).
           03 IV-ULTUSO PIC 9(8).

       FD  FANT
           DATA RECORD IS RANT.
       01  RANT.
           03 IA-CLA.
              05 IA-PERSONA PIC X(64).
              05 IA-TIPO PIC X(10).
              05 IA-DETALLE PIC X(64).
           03 IA-VIA PIC X(40).
           03 IA-DESDE PIC 9(8).
           03 IA-ULTUSO PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGATR                PIC X(256).
       01 NOMBREFSGPOL                PIC X(256).
       01 NOMBREFSGUR                 PIC X(256).
       01 NOMBREFSGUSU                PIC X(256).
       01 NOMBREFSGDEL                PIC X(256).
       01 NOMBREFSGSES                PIC X(256).
       01 NOMBREFSGPEND               PIC X(256).
       01 NOMBREPRV                   PIC X(256)
          VALUE "mnu/SG/PRIVTMP".
       01 NOMBREINV                   PIC X(256)
          VALUE "mnu/SG/PRIVINV".
       01 NOMBREANT                   PIC X(256)
          VALUE "mnu/SG/PRIVINVANT".
       01 ABIERTOPOL                  PIC 9.
       01 ABIERTOSES                  PIC 9.
       01 SIGUE                       PIC 9.
       01 SIGUESES                    PIC 9.
       01 HOY                         PIC 9(8).
       01 HOYX                        PIC X(8).
       01 INICIOTRIMX                 PIC X(8).
       01 INICIOTRIM REDEFINES INICIOTRIMX PIC 9(8).
       01 ACCIONPRIV                  PIC X(1).
       01 FECHAPRIV                   PIC 9(8).
       01 AHORA                       PIC 9(10).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "PRIVINV".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).
       01 CONTALTAS                   PIC 9(8).
       01 CONTBAJAS                   PIC 9(8).
       01 CONTCAMBIOS                 PIC 9(8).
       01 CONTPERSONAS                PIC 9(8).
       01 PERSONAANT                  PIC X(64).
       01 CLAVENUE                    PIC X(138).
       01 CLAVEANT                    PIC X(138).
       01 TABLA-ADM-L.
          05 FILA-ADM OCCURS 500 TIMES.
             10 AD-USUARIO            PIC X(64).
             10 AD-SERVIDOR           PIC X(8).
             10 AD-GRUPO              PIC X(8).
             10 AD-FECHA              PIC 9(8).
       01 TOTALADM                    PIC 9(3).
       01 TABLA-VIG-L.
          05 TABLA-VIG                PIC X(64) OCCURS 100 TIMES.
       01 TOTALVIG                    PIC 9(3).
       01 TABLA-APR-L.
          05 FILA-APR OCCURS 300 TIMES.
             10 AP-USUARIO            PIC X(15).
             10 AP-FECHA              PIC 9(8).
       01 TOTALAPR                    PIC 9(3).
       01 TABLA-ROL-L.
          05 FILA-ROL OCCURS 500 TIMES.
             10 RO-ROLE               PIC X(64).
             10 RO-FIRE               PIC X(1).
             10 RO-VIGB               PIC X(1).
       01 TOTALROL                    PIC 9(3).
       01 IND                         PIC 9(3).
       01 POS                         PIC 9(3).
       01 VV                          PIC 9(3).
       01 ROLEACT                     PIC X(64).
       01 USUACT                      PIC X(64).
       01 ESFIRE                      PIC X(1).
       01 ESVIGB                      PIC X(1).
       01 ALCANZA                     PIC 9.
       01 NIVEL                       PIC X(1).
       01 ENCONTRADOUSO               PIC 9.
       01 ULTIMOUSO                   PIC 9(8).
       01 USOSTOT                     PIC 9(8).
       01 ULTIMAFECHA                 PIC 9(8).
       01 DESDEACT                    PIC 9(8).
       01 VIAACT                      PIC X(40).
       01 FECHAED                     PIC X(8).
       01 USOED                       PIC X(8).

       LINKAGE SECTION.
       01 CONTADOR                    PIC 9(8).

       PROCEDURE DIVISION USING CONTADOR.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADOR.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CONTALTAS.
           MOVE 0 TO CONTBAJAS.
           MOVE 0 TO CONTCAMBIOS.
           MOVE 0 TO CONTPERSONAS.
           MOVE 0 TO TOTALROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE FUNCTION CURRENT-DATE(1:10) TO AHORA.
           MOVE "mnu/SG/FSGATR" TO NOMBREFSGATR.
           MOVE "mnu/SG/FSGPOL" TO NOMBREFSGPOL.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
           MOVE "mnu/SG/FSGUSU" TO NOMBREFSGUSU.
           MOVE "mnu/SG/FSGDEL" TO NOMBREFSGDEL.
           MOVE "mnu/SG/FSGSES" TO NOMBREFSGSES.
           MOVE "mnu/SG/FSGPEND" TO NOMBREFSGPEND.
       PROCESOS.
           MOVE HOY TO HOYX.
           MOVE HOYX TO INICIOTRIMX.
           EVALUATE HOYX(5:2)
              WHEN "01" THRU "03" MOVE "0101" TO INICIOTRIMX(5:4)
              WHEN "04" THRU "06" MOVE "0401" TO INICIOTRIMX(5:4)
              WHEN "07" THRU "09" MOVE "0701" TO INICIOTRIMX(5:4)
              WHEN OTHER          MOVE "1001" TO INICIOTRIMX(5:4)
           END-EVALUATE.
           MOVE "C" TO ACCIONPRIV.
           CALL "SRPRIVFEC" USING ACCIONPRIV FECHAPRIV.
           IF FECHAPRIV < INICIOTRIM
              PERFORM GUARDAANTERIOR
           ELSE
              DISPLAY "ISGPRIVINV REPETIDO EN EL TRIMESTRE (ULTIMO "
                      FECHAPRIV "): SE CONSERVA " NOMBREANT(1:17)
                      UPON SYSOUT
           END-IF.
           CALL "PRUMKDIR" USING NOMBREPRV.
           OPEN OUTPUT FPRV.
           CLOSE FPRV.
           OPEN I-O FPRV.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGPRIVINV NO SE PUDO CREAR " NOMBREPRV
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 0 TO ABIERTOPOL.
           OPEN INPUT FSGPOL.
           IF ERROR-1 = "0"
              MOVE 1 TO ABIERTOPOL
           END-IF.
           MOVE 0 TO ABIERTOSES.
           OPEN INPUT FSGSES.
           IF ERROR-1 = "0"
              MOVE 1 TO ABIERTOSES
           END-IF.
           CALL "SRLISTAADM" USING TABLA-ADM-L TOTALADM.
           CALL "SRLISTAVIG" USING TABLA-VIG-L TOTALVIG.
           PERFORM CARGAAPROBACIONES.
           PERFORM PRIVADM.
           PERFORM PRIVRESPONSABLES.
           PERFORM PRIVCONCESIONES.
           PERFORM PRIVTECNICAS.
           PERFORM PRIVDELEGACIONES.
           IF ABIERTOSES = 1
              CLOSE FSGSES
           END-IF.
           IF ABIERTOPOL = 1
              CLOSE FSGPOL
           END-IF.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "INVENTARIO DE ACCESO PRIVILEGIADO DEL " HOY
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           PERFORM LISTAINVENTARIO.
           MOVE "G" TO ACCIONPRIV.
           CALL "SRPRIVFEC" USING ACCIONPRIV FECHAPRIV.
           PERFORM LISTACAMBIOS.
           CLOSE FPRV.
           CALL "PRURM" USING NOMBREPRV.
           MOVE SPACES TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           MOVE SPACES TO LINEASPOOL.
           STRING "TOTAL PRIVILEGIOS: " CONTADOR
                  " PERSONAS: " CONTPERSONAS
                  " ALTAS: " CONTALTAS
                  " BAJAS: " CONTBAJAS
                  " CAMBIOS: " CONTCAMBIOS
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

       GUARDAANTERIOR SECTION.
       GAN.
           CALL "PRUMKDIR" USING NOMBREANT.
           OPEN OUTPUT FANT.
           OPEN INPUT FINV.
           IF ERRORES NOT = "00"
              CLOSE FANT
              GO TO FIN-GUARDAANTERIOR
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FINV AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 MOVE RINV TO RANT
                 WRITE RANT
              END-IF
           END-PERFORM.
           CLOSE FINV.
           CLOSE FANT.
       FIN-GUARDAANTERIOR.
           EXIT.

       CARGAAPROBACIONES SECTION.
       CAP.
           MOVE 0 TO TOTALAPR.
           OPEN INPUT FSGPEND.
           IF ERROR-1 NOT = "0"
              GO TO FIN-CARGAAPROBACIONES
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGPEND NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND APROBADOR NOT = SPACES AND
                 APROB-FECHA NUMERIC
                 MOVE 0 TO POS
                 PERFORM VARYING IND FROM 1 BY 1
                         UNTIL IND > TOTALAPR OR POS > 0
                    IF AP-USUARIO(IND) = APROBADOR
                       MOVE IND TO POS
                    END-IF
                 END-PERFORM
                 IF POS = 0 AND TOTALAPR < 300
                    ADD 1 TO TOTALAPR
                    MOVE TOTALAPR TO POS
                    MOVE APROBADOR TO AP-USUARIO(POS)
                    MOVE 0 TO AP-FECHA(POS)
                 END-IF
                 IF POS > 0 AND APROB-FECHA > AP-FECHA(POS)
                    MOVE APROB-FECHA TO AP-FECHA(POS)
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGPEND.
       FIN-CARGAAPROBACIONES.
           EXIT.

       PRIVADM SECTION.
       PAD.
           PERFORM VARYING VV FROM 1 BY 1 UNTIL VV > TOTALADM
              MOVE 0 TO ULTIMAFECHA
              IF ABIERTOSES = 1
                 MOVE AD-SERVIDOR(VV) TO CLA-SERVIDOR OF RSGSES
                 MOVE AD-USUARIO(VV) TO CLA-USUARIO OF RSGSES
                 READ FSGSES WITH IGNORE LOCK INVALID KEY
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0" AND ULTIMA-FECHA NUMERIC
                    MOVE ULTIMA-FECHA TO ULTIMAFECHA
                 END-IF
              END-IF
              MOVE AD-USUARIO(VV) TO PV-PERSONA
              MOVE SPACES TO PV-DETALLE
              STRING AD-SERVIDOR(VV) DELIMITED BY SPACE
                     "/" AD-GRUPO(VV) DELIMITED BY SPACE
                     INTO PV-DETALLE
              END-STRING
              MOVE "GRUPO DE OPERACIONES EN FSGADM" TO PV-VIA
              MOVE AD-FECHA(VV) TO PV-DESDE
              MOVE ULTIMAFECHA TO PV-ULTUSO
              MOVE "ADM" TO PV-TIPO
              PERFORM GRABAPRIV
              IF AD-GRUPO(VV) = "ADMIN" OR AD-GRUPO(VV) = "TODOS"
                 MOVE "ROMPELOCK" TO PV-TIPO
                 PERFORM GRABAPRIV
              END-IF
              IF AD-SERVIDOR(VV) = "FSGPEND"
                 MOVE AD-USUARIO(VV) TO USUACT
                 PERFORM BUSCAAPROBACION
                 MOVE "APROBADOR" TO PV-TIPO
                 MOVE ULTIMAFECHA TO PV-ULTUSO
                 PERFORM GRABAPRIV
              END-IF
           END-PERFORM.
       FIN-PRIVADM.
           EXIT.

       PRIVRESPONSABLES SECTION.
       PRE.
           OPEN INPUT FSGATR.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PRIVRESPONSABLES
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGATR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND RESPONSABLE NOT = SPACES AND
                 RESPONSABLE NOT = LOW-VALUES
                 MOVE RESPONSABLE TO USUACT
                 PERFORM BUSCAAPROBACION
                 MOVE RESPONSABLE TO PV-PERSONA
                 MOVE "APROBADOR" TO PV-TIPO
                 MOVE "RESPONSABLE" TO PV-DETALLE
                 MOVE "RESPONSABLE DE PERSONAS EN FSGATR" TO PV-VIA
                 MOVE 0 TO PV-DESDE
                 MOVE ULTIMAFECHA TO PV-ULTUSO
                 PERFORM GRABAPRIV
              END-IF
           END-PERFORM.
           CLOSE FSGATR.
       FIN-PRIVRESPONSABLES.
           EXIT.

       BUSCAAPROBACION SECTION.
       BAP.
           MOVE 0 TO ULTIMAFECHA.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > TOTALAPR
              IF AP-USUARIO(IND) = USUACT(1:15)
                 MOVE AP-FECHA(IND) TO ULTIMAFECHA
              END-IF
           END-PERFORM.
       FIN-BUSCAAPROBACION.
           EXIT.

       PRIVCONCESIONES SECTION.
       PCO.
           OPEN INPUT FSGUR.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PRIVCONCESIONES
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ACTIVO OF RSGUR NOT = "N" AND
                 ELEGIBLE NOT = "S" AND
                 (FECHA-DESDE OF RSGUR = 0 OR
                  FECHA-DESDE OF RSGUR NOT > HOY) AND
                 (FECHA-HASTA OF RSGUR = 0 OR
                  FECHA-HASTA OF RSGUR NOT < HOY) AND
                 (EMERGENCIA NOT = "S" OR
                  (EMERG-EXPIRA NUMERIC AND EMERG-EXPIRA NOT < AHORA))
                 PERFORM CONCESION
              END-IF
           END-PERFORM.
           CLOSE FSGUR.
       FIN-PRIVCONCESIONES.
           EXIT.

       CONCESION SECTION.
       CON.
           MOVE CLA-ROLE OF RSGUR TO ROLEACT.
           PERFORM CLASIFICAROLE.
           IF ESFIRE NOT = "S" AND ESVIGB NOT = "S" AND
              EMERGENCIA NOT = "S"
              GO TO FIN-CONCESION
           END-IF.
           CALL "SRGETUSO" USING CLA-USUARIO OF RSGUR ROLEACT
                ENCONTRADOUSO ULTIMOUSO USOSTOT.
           IF ENCONTRADOUSO NOT = 1
              MOVE 0 TO ULTIMOUSO
           END-IF.
           MOVE CLA-USUARIO OF RSGUR TO PV-PERSONA.
           MOVE ROLEACT TO PV-DETALLE.
           IF FECHA-DESDE OF RSGUR = 0
              MOVE MODFECHA OF RSGUR TO PV-DESDE
           ELSE
              MOVE FECHA-DESDE OF RSGUR TO PV-DESDE
           END-IF.
           MOVE ULTIMOUSO TO PV-ULTUSO.
           IF EMERGENCIA = "S"
              MOVE "EMERGENCIA" TO PV-TIPO
              MOVE "CONCESION DE EMERGENCIA EN FSGUR" TO PV-VIA
              PERFORM GRABAPRIV
           END-IF.
           MOVE "CONCESION DIRECTA EN FSGUR" TO PV-VIA.
           IF ESFIRE = "S"
              MOVE "FIRECALL" TO PV-TIPO
              PERFORM GRABAPRIV
           END-IF.
           IF ESVIGB = "S"
              MOVE "VIGILADO-B" TO PV-TIPO
              PERFORM GRABAPRIV
           END-IF.
       FIN-CONCESION.
           EXIT.

       CLASIFICAROLE SECTION.
       CLR.
           MOVE 0 TO POS.
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > TOTALROL OR POS > 0
              IF RO-ROLE(IND) = ROLEACT
                 MOVE IND TO POS
              END-IF
           END-PERFORM.
           IF POS > 0
              MOVE RO-FIRE(POS) TO ESFIRE
              MOVE RO-VIGB(POS) TO ESVIGB
              GO TO FIN-CLASIFICAROLE
           END-IF.
           MOVE "N" TO ESFIRE.
           MOVE "N" TO ESVIGB.
           IF ABIERTOPOL = 1
              MOVE ROLEACT TO CLA OF RSGPOL
              READ FSGPOL WITH IGNORE LOCK INVALID KEY
                   CONTINUE
              END-READ
              IF ERROR-1 = "0" AND EMERG-PERMITIDA = "S"
                 MOVE "S" TO ESFIRE
              END-IF
           END-IF.
           PERFORM VARYING VV FROM 1 BY 1
                   UNTIL VV > TOTALVIG OR ESVIGB = "S"
              CALL "SRALCANCE" USING TABLA-VIG(VV) ROLEACT ALCANZA
                   NIVEL
              IF ALCANZA = 1 AND NIVEL = "B"
                 MOVE "S" TO ESVIGB
              END-IF
           END-PERFORM.
           IF TOTALROL < 500
              ADD 1 TO TOTALROL
              MOVE ROLEACT TO RO-ROLE(TOTALROL)
              MOVE ESFIRE TO RO-FIRE(TOTALROL)
              MOVE ESVIGB TO RO-VIGB(TOTALROL)
           END-IF.
       FIN-CLASIFICAROLE.
           EXIT.

       PRIVTECNICAS SECTION.
       PTE.
           OPEN INPUT FSGUSU.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PRIVTECNICAS
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUSU NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND TIPO-CUENTA = "T" AND
                 ACTIVO OF RSGUSU NOT = "N"
                 MOVE CLA OF RSGUSU TO USUACT
                 PERFORM ULTIMASESION
                 MOVE USUACT TO PV-PERSONA
                 MOVE "TECNICA" TO PV-TIPO
                 MOVE SPACES TO PV-DETALLE
                 MOVE "CUENTA TECNICA EN FSGUSU" TO PV-VIA
                 MOVE FECHA-EFECTIVA OF RSGUSU TO PV-DESDE
                 MOVE ULTIMAFECHA TO PV-ULTUSO
                 PERFORM GRABAPRIV
              END-IF
           END-PERFORM.
           CLOSE FSGUSU.
       FIN-PRIVTECNICAS.
           EXIT.

       ULTIMASESION SECTION.
       ULS.
           MOVE 0 TO ULTIMAFECHA.
           IF ABIERTOSES = 0
              GO TO FIN-ULTIMASESION
           END-IF.
           MOVE LOW-VALUES TO CLA OF RSGSES.
           MOVE 1 TO SIGUESES.
           START FSGSES KEY NOT < CLA OF RSGSES INVALID KEY
                 MOVE 0 TO SIGUESES
           END-START.
           PERFORM UNTIL SIGUESES = 0
              READ FSGSES NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUESES
              END-READ
              IF SIGUESES = 1 AND CLA-USUARIO OF RSGSES = USUACT AND
                 ULTIMA-FECHA NUMERIC AND ULTIMA-FECHA > ULTIMAFECHA
                 MOVE ULTIMA-FECHA TO ULTIMAFECHA
              END-IF
           END-PERFORM.
       FIN-ULTIMASESION.
           EXIT.

       PRIVDELEGACIONES SECTION.
       PDE.
           OPEN INPUT FSGDEL.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PRIVDELEGACIONES
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGDEL NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ACTIVO OF RSGDEL NOT = "N" AND
                 (FECHA-DESDE OF RSGDEL = 0 OR
                  FECHA-DESDE OF RSGDEL NOT > HOY) AND
                 (FECHA-HASTA OF RSGDEL = 0 OR
                  FECHA-HASTA OF RSGDEL NOT < HOY)
                 PERFORM DELEGACION
              END-IF
           END-PERFORM.
           CLOSE FSGDEL.
       FIN-PRIVDELEGACIONES.
           EXIT.

       DELEGACION SECTION.
       DEL.
           MOVE CLA-ROLE OF RSGDEL TO ROLEACT.
           PERFORM CLASIFICAROLE.
           IF ESFIRE NOT = "S" AND ESVIGB NOT = "S"
              GO TO FIN-DELEGACION
           END-IF.
           CALL "SRGETUSO" USING CLA-DELEGADO ROLEACT
                ENCONTRADOUSO ULTIMOUSO USOSTOT.
           IF ENCONTRADOUSO NOT = 1
              MOVE 0 TO ULTIMOUSO
           END-IF.
           MOVE CLA-DELEGADO TO PV-PERSONA.
           MOVE "DELEGADO" TO PV-TIPO.
           MOVE ROLEACT TO PV-DETALLE.
           MOVE SPACES TO PV-VIA.
           STRING "DELEGACION DE " CLA-DELEGANTE
                  DELIMITED BY SIZE
                  INTO PV-VIA
           END-STRING.
           IF FECHA-DESDE OF RSGDEL = 0
              MOVE MODFECHA OF RSGDEL TO PV-DESDE
           ELSE
              MOVE FECHA-DESDE OF RSGDEL TO PV-DESDE
           END-IF.
           MOVE ULTIMOUSO TO PV-ULTUSO.
           PERFORM GRABAPRIV.
       FIN-DELEGACION.
           EXIT.

       GRABAPRIV SECTION.
       GRP.
           WRITE RPRV INVALID KEY
                 GO TO FIN-GRABAPRIV
           END-WRITE.
           IF ERROR-1 = "0"
              ADD 1 TO CONTADOR
           END-IF.
       FIN-GRABAPRIV.
           EXIT.

       LISTAINVENTARIO SECTION.
       LIN.
           CALL "PRUMKDIR" USING NOMBREINV.
           OPEN OUTPUT FINV.
           MOVE SPACES TO PERSONAANT.
           MOVE LOW-VALUES TO PV-CLA.
           MOVE 1 TO SIGUE.
           START FPRV KEY NOT < PV-CLA INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0
              READ FPRV NEXT RECORD AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 IF PV-PERSONA NOT = PERSONAANT
                    ADD 1 TO CONTPERSONAS
                    MOVE PV-PERSONA TO PERSONAANT
                    MOVE SPACES TO LINEASPOOL
                    PERFORM ESCUPELINEA
                    MOVE SPACES TO LINEASPOOL
                    STRING "PERSONA: " PV-PERSONA
                           DELIMITED BY SIZE
                           INTO LINEASPOOL
                    END-STRING
                    PERFORM ESCUPELINEA
                 END-IF
                 MOVE PV-DESDE TO FECHAED
                 IF PV-DESDE = 0
                    MOVE "?" TO FECHAED
                 END-IF
                 MOVE PV-ULTUSO TO USOED
                 IF PV-ULTUSO = 0
                    MOVE "NUNCA" TO USOED
                 END-IF
                 MOVE SPACES TO LINEASPOOL
                 STRING "  " PV-TIPO " " PV-DETALLE(1:30)
                        " " PV-VIA
                        " DESDE " FECHAED
                        " USO " USOED
                        DELIMITED BY SIZE
                        INTO LINEASPOOL
                 END-STRING
                 PERFORM ESCUPELINEA
                 MOVE PV-CLA TO IV-CLA
                 MOVE PV-VIA TO IV-VIA
                 MOVE PV-DESDE TO IV-DESDE
                 MOVE PV-ULTUSO TO IV-ULTUSO
                 WRITE RINV
              END-IF
           END-PERFORM.
           CLOSE FINV.
       FIN-LISTAINVENTARIO.
           EXIT.

       LISTACAMBIOS SECTION.
       LCA.
           MOVE SPACES TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           MOVE "CAMBIOS DESDE EL INVENTARIO ANTERIOR:" TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           OPEN INPUT FANT.
           IF ERRORES NOT = "00"
              MOVE HIGH-VALUES TO CLAVEANT
           ELSE
              PERFORM LEEANTERIOR
           END-IF.
           MOVE LOW-VALUES TO PV-CLA.
           MOVE HIGH-VALUES TO CLAVENUE.
           START FPRV KEY NOT < PV-CLA INVALID KEY
                 MOVE HIGH-VALUES TO CLAVENUE
           END-START.
           IF ERROR-1 = "0"
              PERFORM LEENUEVO
           END-IF.
           PERFORM UNTIL CLAVENUE = HIGH-VALUES AND
                         CLAVEANT = HIGH-VALUES
              EVALUATE TRUE
                 WHEN CLAVENUE < CLAVEANT
                    ADD 1 TO CONTALTAS
                    MOVE SPACES TO LINEASPOOL
                    STRING "  ALTA   " PV-PERSONA(1:30)
                           " " PV-TIPO " " PV-DETALLE(1:30)
                           " " PV-VIA
                           DELIMITED BY SIZE
                           INTO LINEASPOOL
                    END-STRING
                    PERFORM ESCUPELINEA
                    PERFORM LEENUEVO
                 WHEN CLAVENUE > CLAVEANT
                    ADD 1 TO CONTBAJAS
                    MOVE SPACES TO LINEASPOOL
                    STRING "  BAJA   " IA-PERSONA(1:30)
                           " " IA-TIPO " " IA-DETALLE(1:30)
                           " " IA-VIA
                           DELIMITED BY SIZE
                           INTO LINEASPOOL
                    END-STRING
                    PERFORM ESCUPELINEA
                    PERFORM LEEANTERIOR
                 WHEN OTHER
                    IF PV-VIA NOT = IA-VIA
                       ADD 1 TO CONTCAMBIOS
                       MOVE SPACES TO LINEASPOOL
                       STRING "  CAMBIO " PV-PERSONA(1:30)
                              " " PV-TIPO " " PV-DETALLE(1:30)
                              " " PV-VIA
                              DELIMITED BY SIZE
                              INTO LINEASPOOL
                       END-STRING
                       PERFORM ESCUPELINEA
                    END-IF
                    PERFORM LEENUEVO
                    PERFORM LEEANTERIOR
              END-EVALUATE
           END-PERFORM.
           CLOSE FANT.
       FIN-LISTACAMBIOS.
           EXIT.

       LEENUEVO SECTION.
       LNU.
           READ FPRV NEXT RECORD AT END
                MOVE HIGH-VALUES TO CLAVENUE
                GO TO FIN-LEENUEVO
           END-READ.
           MOVE PV-CLA TO CLAVENUE.
       FIN-LEENUEVO.
           EXIT.

       LEEANTERIOR SECTION.
       LAN.
           READ FANT AT END
                MOVE HIGH-VALUES TO CLAVEANT
                GO TO FIN-LEEANTERIOR
           END-READ.
           MOVE IA-CLA TO CLAVEANT.
       FIN-LEEANTERIOR.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
