       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGMINAROL.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      MINERIA DE ROLES PARA LA MATRIZ FSGMATRIZ:
                      AGRUPA LAS CONCESIONES VIGENTES DE FSGUR POR
                      EL PUESTO DE FSGATR DEL USUARIO Y PROPONE
                      FILAS DE MATRIZ. PROPONE ALTA DE LOS ROLES
                      QUE TIENEN AL MENOS EL PORCENTAJE DE LA
                      CLAVE MINAPROPONE DE FSGCFG (POR DEFECTO 80)
                      DE LOS DEL PUESTO Y NO ESTAN EN LA MATRIZ, Y
                      BAJA DE LOS ROLES DE LA MATRIZ QUE TIENEN
                      MENOS DEL PORCENTAJE DE LA CLAVE MINARETIRA
                      (POR DEFECTO 10). LOS PUESTOS CON MENOS
                      PERSONAS QUE LA CLAVE MINAMINIMO (POR
                      DEFECTO 3) NO SE ANALIZAN. SALE EL INFORME
                      DE REVISION POR EL CARRETE (MINAROL) Y UN
                      GUION DE CARGA PARA SSGMATRIZ (SETALL MAS WRI
                      O DEL POR FILA, CLO Y STP AL FINAL) QUE EL
                      ADMINISTRADOR APLICA TRAS LA APROBACION
                      PASANDOLO POR ISGCONSOLA DETRAS DE SU
                      USUARIO Y DEL NOMBRE SSGMATRIZ; ASI CADA FILA
                      QUEDA TRAZADA A SU NOMBRE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUR-SEL".
           COPY "FSGATR-SEL".

           SELECT FCARGA
                  ASSIGN TO RANDOM NOMBRECARGA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGUR-FD".
           COPY "FSGATR-FD".

       FD  FCARGA
           DATA RECORD IS RCARGA.
       01  RCARGA                     PIC X(256).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGUR                 PIC X(256).
       01 NOMBREFSGATR                PIC X(256).
       01 NOMBRECARGA                 PIC X(256).
       01 SIGUE                       PIC 9.
       01 HOY                         PIC 9(8).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 PROPONE                     PIC 9(3).
       01 RETIRA                      PIC 9(3).
       01 MINIMOPUESTO                PIC 9(3).
       01 TABLA-PUE-L.
          05 FILA-PUE OCCURS 300 TIMES.
             10 PU-PUESTO             PIC X(8).
             10 PU-MIEMBROS           PIC 9(8).
       01 TOTALPUE                    PIC 9(3).
       01 POSPUE                      PIC 9(3).
       01 TABLA-PRO-L.
          05 FILA-PRO OCCURS 2000 TIMES.
             10 PR-PUESTO             PIC 9(3).
             10 PR-ROLE               PIC X(64).
             10 PR-TITULARES          PIC 9(8).
       01 TOTALPRO                    PIC 9(4).
       01 POSPRO                      PIC 9(4).
       01 TABLA-MROL-L.
          05 TABLA-MROL               PIC X(64) OCCURS 50 TIMES.
       01 TOTALMROL                   PIC 9(3).
       01 USUACTUAL                   PIC X(64).
       01 PUESTOACTUAL                PIC X(8).
       01 ROLEBUSCA                   PIC X(64).
       01 ENMATRIZ                    PIC 9.
       01 PORCENTAJE                  PIC 9(3).
       01 TITULARES                   PIC 9(8).
       01 OPERCARGA                   PIC X(3).
       01 TIPOPROP                    PIC X(4).
       01 REGMATRIZ.
          03 RM-PUESTO                PIC X(8).
          03 RM-ROLE                  PIC X(64).
          03 RM-MODPOR                PIC X(15).
          03 RM-MODFECHA              PIC 9(8).
          03 RM-MODHORA               PIC 9(6).
          03 RM-FILLER                PIC X(27).
       01 PP                          PIC 9(3).
       01 MM                          PIC 9(3).
       01 KK                          PIC 9(4).
       01 CNT-ALTAS                   PIC 9(8).
       01 CNT-BAJAS                   PIC 9(8).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "MINAROL".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).

       LINKAGE SECTION.
       01 NOMBRECARGAIN               PIC X(256).
       01 CONTADORPROP                PIC 9(8).

       PROCEDURE DIVISION USING NOMBRECARGAIN CONTADORPROP.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORPROP.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CNT-ALTAS.
           MOVE 0 TO CNT-BAJAS.
           MOVE 0 TO TOTALPUE.
           MOVE 0 TO TOTALPRO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE 80 TO PROPONE.
           MOVE "MINAPROPONE" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO PROPONE
           END-IF.
           MOVE 10 TO RETIRA.
           MOVE "MINARETIRA" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO RETIRA
           END-IF.
           MOVE 3 TO MINIMOPUESTO.
           MOVE "MINAMINIMO" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO MINIMOPUESTO
           END-IF.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
           MOVE "mnu/SG/FSGATR" TO NOMBREFSGATR.
           MOVE NOMBRECARGAIN TO NOMBRECARGA.
           IF NOMBRECARGA = SPACES OR LOW-VALUES
              MOVE "mnu/SG/MATRIZCARGA" TO NOMBRECARGA
           END-IF.
       PROCESOS.
           OPEN INPUT FSGATR.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGMINAROL NO SE PUDO ABRIR " NOMBREFSGATR
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM CUENTAPUESTOS.
           OPEN INPUT FSGUR.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGMINAROL NO SE PUDO ABRIR " NOMBREFSGUR
                      UPON SYSOUT
              CLOSE FSGATR
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM CUENTATITULARES.
           CLOSE FSGUR.
           CLOSE FSGATR.
           OPEN OUTPUT FCARGA.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBRECARGA
              OPEN OUTPUT FCARGA
           END-IF.
           IF ERRORES NOT = "00"
              DISPLAY "ISGMINAROL NO SE PUDO CREAR " NOMBRECARGA
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "PROPUESTA DE MATRIZ DE PUESTOS (ALTA >= " PROPONE
                  "%  BAJA < " RETIRA "%)  GUION "
                  NOMBRECARGA(1:40)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "OIO|@|" TO RCARGA.
           WRITE RCARGA.
           PERFORM VARYING PP FROM 1 BY 1 UNTIL PP > TOTALPUE
              IF PU-MIEMBROS(PP) NOT < MINIMOPUESTO
                 PERFORM ANALIZAPUESTO
              END-IF
           END-PERFORM.
           MOVE "CLO|@|" TO RCARGA.
           WRITE RCARGA.
           MOVE "STP|@|" TO RCARGA.
           WRITE RCARGA.
           CLOSE FCARGA.
           COMPUTE CONTADORPROP = CNT-ALTAS + CNT-BAJAS.
           MOVE SPACES TO LINEASPOOL.
           STRING "PUESTOS=" TOTALPUE
                  " ALTAS PROPUESTAS=" CNT-ALTAS
                  " BAJAS PROPUESTAS=" CNT-BAJAS
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

       CUENTAPUESTOS SECTION.
       CPU.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGATR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND PUESTO NOT = SPACES
                 MOVE PUESTO TO PUESTOACTUAL
                 PERFORM BUSCAPUESTO
                 IF POSPUE > 0
                    ADD 1 TO PU-MIEMBROS(POSPUE)
                 END-IF
              END-IF
           END-PERFORM.
       FIN-CUENTAPUESTOS.
           EXIT.

       CUENTATITULARES SECTION.
       CTI.
           MOVE SPACES TO USUACTUAL.
           MOVE 0 TO POSPUE.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 IF CLA-USUARIO NOT = USUACTUAL
                    MOVE CLA-USUARIO TO USUACTUAL
                    PERFORM PUESTODEUSUARIO
                 END-IF
                 IF POSPUE > 0
                    PERFORM CUENTAGRANT
                 END-IF
              END-IF
           END-PERFORM.
       FIN-CUENTATITULARES.
           EXIT.

       PUESTODEUSUARIO SECTION.
       PDU.
           MOVE 0 TO POSPUE.
           MOVE USUACTUAL TO CLA OF RSGATR.
           READ FSGATR WITH IGNORE LOCK INVALID KEY
                GO TO FIN-PUESTODEUSUARIO
           END-READ.
           IF PUESTO = SPACES
              GO TO FIN-PUESTODEUSUARIO
           END-IF.
           MOVE PUESTO TO PUESTOACTUAL.
           PERFORM BUSCAPUESTO.
       FIN-PUESTODEUSUARIO.
           EXIT.

       CUENTAGRANT SECTION.
       CGT.
           IF ACTIVO = "N" OR EMERGENCIA = "S"
              GO TO FIN-CUENTAGRANT
           END-IF.
           IF FECHA-DESDE NUMERIC AND FECHA-DESDE > HOY
              GO TO FIN-CUENTAGRANT
           END-IF.
           IF FECHA-HASTA NUMERIC AND FECHA-HASTA > 0 AND
              FECHA-HASTA < HOY
              GO TO FIN-CUENTAGRANT
           END-IF.
           MOVE CLA-ROLE TO ROLEBUSCA.
           PERFORM BUSCAPROPUESTA.
           IF POSPRO > 0
              ADD 1 TO PR-TITULARES(POSPRO)
           END-IF.
       FIN-CUENTAGRANT.
           EXIT.

       BUSCAPUESTO SECTION.
       BPU.
           MOVE 0 TO POSPUE.
           PERFORM VARYING PP FROM 1 BY 1
                   UNTIL PP > TOTALPUE OR POSPUE > 0
              IF PU-PUESTO(PP) = PUESTOACTUAL
                 MOVE PP TO POSPUE
              END-IF
           END-PERFORM.
           IF POSPUE = 0 AND TOTALPUE < 300
              ADD 1 TO TOTALPUE
              MOVE PUESTOACTUAL TO PU-PUESTO(TOTALPUE)
              MOVE 0 TO PU-MIEMBROS(TOTALPUE)
              MOVE TOTALPUE TO POSPUE
           END-IF.
       FIN-BUSCAPUESTO.
           EXIT.

       BUSCAPROPUESTA SECTION.
       BPR.
           MOVE 0 TO POSPRO.
           PERFORM VARYING KK FROM 1 BY 1
                   UNTIL KK > TOTALPRO OR POSPRO > 0
              IF PR-PUESTO(KK) = POSPUE AND PR-ROLE(KK) = ROLEBUSCA
                 MOVE KK TO POSPRO
              END-IF
           END-PERFORM.
           IF POSPRO = 0 AND TOTALPRO < 2000
              ADD 1 TO TOTALPRO
              MOVE POSPUE TO PR-PUESTO(TOTALPRO)
              MOVE ROLEBUSCA TO PR-ROLE(TOTALPRO)
              MOVE 0 TO PR-TITULARES(TOTALPRO)
              MOVE TOTALPRO TO POSPRO
           END-IF.
       FIN-BUSCAPROPUESTA.
           EXIT.

       ANALIZAPUESTO SECTION.
       APU.
           MOVE PP TO POSPUE.
           MOVE PU-PUESTO(PP) TO PUESTOACTUAL.
           CALL "SRMATRIZROLES" USING PUESTOACTUAL TABLA-MROL-L
                TOTALMROL.
           PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > TOTALPRO
              IF PR-PUESTO(KK) = POSPUE
                 COMPUTE PORCENTAJE = PR-TITULARES(KK) * 100
                                    / PU-MIEMBROS(POSPUE)
                 MOVE PR-ROLE(KK) TO ROLEBUSCA
                 PERFORM MIRAENMATRIZ
                 IF ENMATRIZ = 0 AND PORCENTAJE NOT < PROPONE
                    MOVE PR-TITULARES(KK) TO TITULARES
                    MOVE "WRI" TO OPERCARGA
                    PERFORM APUNTAPROPUESTA
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING MM FROM 1 BY 1 UNTIL MM > TOTALMROL
              MOVE TABLA-MROL(MM) TO ROLEBUSCA
              MOVE 0 TO TITULARES
              PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > TOTALPRO
                 IF PR-PUESTO(KK) = POSPUE AND
                    PR-ROLE(KK) = ROLEBUSCA
                    MOVE PR-TITULARES(KK) TO TITULARES
                 END-IF
              END-PERFORM
              COMPUTE PORCENTAJE = TITULARES * 100
                                 / PU-MIEMBROS(POSPUE)
              IF PORCENTAJE < RETIRA
                 MOVE "DEL" TO OPERCARGA
                 PERFORM APUNTAPROPUESTA
              END-IF
           END-PERFORM.
       FIN-ANALIZAPUESTO.
           EXIT.

       MIRAENMATRIZ SECTION.
       MEM.
           MOVE 0 TO ENMATRIZ.
           PERFORM VARYING MM FROM 1 BY 1
                   UNTIL MM > TOTALMROL OR ENMATRIZ = 1
              IF TABLA-MROL(MM) = ROLEBUSCA
                 MOVE 1 TO ENMATRIZ
              END-IF
           END-PERFORM.
       FIN-MIRAENMATRIZ.
           EXIT.

       APUNTAPROPUESTA SECTION.
       APR.
           IF OPERCARGA = "WRI"
              ADD 1 TO CNT-ALTAS
              MOVE "ALTA" TO TIPOPROP
           ELSE
              ADD 1 TO CNT-BAJAS
              MOVE "BAJA" TO TIPOPROP
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING TIPOPROP " PUESTO=" PUESTOACTUAL
                  " ROLE=" ROLEBUSCA(1:40)
                  " TITULARES=" TITULARES
                  " DE " PU-MIEMBROS(POSPUE)
                  " (" PORCENTAJE "%)"
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE PUESTOACTUAL TO RM-PUESTO.
           MOVE ROLEBUSCA TO RM-ROLE.
           MOVE SPACES TO RM-MODPOR.
           MOVE 0 TO RM-MODFECHA.
           MOVE 0 TO RM-MODHORA.
           MOVE SPACES TO RM-FILLER.
           MOVE SPACES TO RCARGA.
           STRING "SETALL|@|" REGMATRIZ
                  DELIMITED BY SIZE
                  INTO RCARGA
           END-STRING.
           WRITE RCARGA.
           MOVE SPACES TO RCARGA.
           STRING OPERCARGA "|@|"
                  DELIMITED BY SIZE
                  INTO RCARGA
           END-STRING.
           WRITE RCARGA.
       FIN-APUNTAPROPUESTA.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
