       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGDWH.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      EXTRACTO NOCTURNO PARA EL ALMACEN CORPORATIVO DE
                      INFORMES, EN FORMA DIMENSIONAL. DIMENSIONES CON
                      HISTORIA (VALIDO DESDE Y HASTA, SACADA DE LAS
                      TRAZAS, VER SRDWHVER): USUARIOS CON SUS
                      ATRIBUTOS (ISGDWHUSU, mnu/SG/DWHUSU), ROLES
                      (ISGDWHROL, DWHROLE), NODOS CON CAMINO Y SERVICIO
                      (ISGDWHNOD, DWHNODO) Y FECHAS CON EL CALENDARIO
                      (ISGDWHFEC, DWHFECHA), DESCARGADAS CON ISGDWHSAL.
                      HECHOS DE LA NOCHE (ISGDWHHEC): ACCESO EFECTIVO
                      (DWHHACC), CONCESIONES (DWHHUR), DECISIONES DE
                      APROBACION (DWHHDEC) Y RECERTIFICACIONES
                      (DWHHCERT). TODO SALE ENMASCARADO CON EL PERFIL
                      DADO O, EN BLANCO, EL DE LA CLAVE DWHPERFIL DE
                      FSGCFG; SIN ELLA ES "COMPLETO", QUE COMO EN
                      ISGEXPMASK EXIGE LA FILA EXPORTAR/COMPLETO DE
                      FSGADM Y DEJA LA EJECUCION EN LA TRAZA DE
                      mnu/SG/EXPORT. EL CONTROL mnu/SG/DWHCTL GUARDA LA
                      FECHA, EL PERFIL, LA FASE EN CURSO Y LAS MARCAS
                      DE CADA TRAZA: TRAS UN FALLO (RETURN-CODE 8) LA
                      SIGUIENTE EJECUCION DEL MISMO DIA SIGUE EN LA
                      FASE QUE FALLO, CON EL MISMO PERFIL, Y UNA VEZ
                      TERMINADO NO SE REPITE HASTA EL DIA SIGUIENTE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WO-DWHCTL-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "WO-DWHCTL-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 NOMBREDWHCTL                PIC X(256)
          VALUE "mnu/SG/DWHCTL".
       01 NOMBREAUT                   PIC X(256)
          VALUE "mnu/SG/EXPORT".
       01 HOY                         PIC 9(8).
       01 FECHACTL                    PIC 9(8).
       01 FASE                        PIC X(8).
       01 PERFIL                      PIC X(8).
       01 SEQUSU                      PIC 9(9).
       01 SEQATR                      PIC 9(9).
       01 SEQROLE                     PIC 9(9).
       01 SEQNODO                     PIC 9(9).
       01 SEMBRADOUSU                 PIC X(1).
       01 SEMBRADOROLE                PIC X(1).
       01 SEMBRADONODO                PIC X(1).
       01 CUENTATOT                   PIC 9(8).
       01 CUENTAFASE                  PIC 9(8).
       01 RESULTADOFASE               PIC 9.
       01 TIPODIM                     PIC X(1).
       01 FICHERODIM                  PIC X(8).
       01 TIPOHEC                     PIC X(4).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 PERMITIDO                   PIC 9.
       01 SERVEXP                     PIC X(8) VALUE "EXPORTAR".
       01 GRUPOCOMP                   PIC X(8) VALUE "COMPLETO".
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).

       LINKAGE SECTION.
       01 PERFILIN                    PIC X(8).
       01 CONTADOR                    PIC 9(8).

       PROCEDURE DIVISION USING PERFILIN CONTADOR.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
       PROCESOS.
           PERFORM LEECONTROL.
           IF FECHACTL = HOY AND FASE = "FIN"
              DISPLAY "ISGDWH EXTRACTO DE HOY YA TERMINADO" UPON SYSOUT
              MOVE CUENTATOT TO CONTADOR
              GO TO FIN-PROCESOS
           END-IF.
           IF FECHACTL = HOY
              DISPLAY "ISGDWH SE REANUDA EN LA FASE " FASE
                      " CON EL PERFIL " PERFIL UPON SYSOUT
           ELSE
              PERFORM ELIGEPERFIL
              MOVE HOY TO FECHACTL
              MOVE "DIMUSU" TO FASE
              MOVE 0 TO CUENTATOT
           END-IF.
           IF PERFIL = "COMPLETO"
              CALL "SRCHKADMFILA" USING SERVEXP GRUPOCOMP
                   PERMITIDO
              IF PERMITIDO = 0
                 DISPLAY "ISGDWH PERFIL COMPLETO DENEGADO A "
                         USUARIO UPON SYSOUT
                 MOVE 8 TO RETURN-CODE
                 GO TO FIN-PROCESOS
              END-IF
              MOVE "L" TO ABM
              MOVE SPACES TO REGISTRO
              STRING "EXTRACTO SIN MASCARA PARA EL ALMACEN FASE "
                     FASE
                     DELIMITED BY SIZE
                     INTO REGISTRO
              END-STRING
              CALL "SRUTRAZA" USING NOMBREAUT ABM REGISTRO
           END-IF.
           PERFORM GRABACONTROL.
           IF FASE = "DIMUSU"
              CALL "ISGDWHUSU" USING SEMBRADOUSU SEQUSU SEQATR
                   CUENTAFASE RESULTADOFASE
              IF RESULTADOFASE NOT = 0
                 GO TO FALLO
              END-IF
              ADD CUENTAFASE TO CUENTATOT
              MOVE "U" TO TIPODIM
              MOVE "DWHUSU" TO FICHERODIM
              PERFORM DESCARGADIM
              IF RESULTADOFASE NOT = 0
                 GO TO FALLO
              END-IF
              MOVE "DIMROLE" TO FASE
              PERFORM GRABACONTROL
           END-IF.
           IF FASE = "DIMROLE"
              CALL "ISGDWHROL" USING SEMBRADOROLE SEQROLE
                   CUENTAFASE RESULTADOFASE
              IF RESULTADOFASE NOT = 0
                 GO TO FALLO
              END-IF
              ADD CUENTAFASE TO CUENTATOT
              MOVE "R" TO TIPODIM
              MOVE "DWHROLE" TO FICHERODIM
              PERFORM DESCARGADIM
              IF RESULTADOFASE NOT = 0
                 GO TO FALLO
              END-IF
              MOVE "DIMNODO" TO FASE
              PERFORM GRABACONTROL
           END-IF.
           IF FASE = "DIMNODO"
              CALL "ISGDWHNOD" USING SEMBRADONODO SEQNODO
                   CUENTAFASE RESULTADOFASE
              IF RESULTADOFASE NOT = 0
                 GO TO FALLO
              END-IF
              ADD CUENTAFASE TO CUENTATOT
              MOVE "N" TO TIPODIM
              MOVE "DWHNODO" TO FICHERODIM
              PERFORM DESCARGADIM
              IF RESULTADOFASE NOT = 0
                 GO TO FALLO
              END-IF
              MOVE "DIMFECHA" TO FASE
              PERFORM GRABACONTROL
           END-IF.
           IF FASE = "DIMFECHA"
              CALL "ISGDWHFEC" USING CUENTAFASE RESULTADOFASE
              IF RESULTADOFASE NOT = 0
                 GO TO FALLO
              END-IF
              ADD CUENTAFASE TO CUENTATOT
              MOVE "F" TO TIPODIM
              MOVE "DWHFECHA" TO FICHERODIM
              PERFORM DESCARGADIM
              IF RESULTADOFASE NOT = 0
                 GO TO FALLO
              END-IF
              MOVE "HECACC" TO FASE
              PERFORM GRABACONTROL
           END-IF.
           IF FASE = "HECACC"
              MOVE "ACC" TO TIPOHEC
              PERFORM HECHOS
              IF RESULTADOFASE NOT = 0
                 GO TO FALLO
              END-IF
              MOVE "HECUR" TO FASE
              PERFORM GRABACONTROL
           END-IF.
           IF FASE = "HECUR"
              MOVE "UR" TO TIPOHEC
              PERFORM HECHOS
              IF RESULTADOFASE NOT = 0
                 GO TO FALLO
              END-IF
              MOVE "HECDEC" TO FASE
              PERFORM GRABACONTROL
           END-IF.
           IF FASE = "HECDEC"
              MOVE "DEC" TO TIPOHEC
              PERFORM HECHOS
              IF RESULTADOFASE NOT = 0
                 GO TO FALLO
              END-IF
              MOVE "HECCERT" TO FASE
              PERFORM GRABACONTROL
           END-IF.
           IF FASE = "HECCERT"
              MOVE "CERT" TO TIPOHEC
              PERFORM HECHOS
              IF RESULTADOFASE NOT = 0
                 GO TO FALLO
              END-IF
              MOVE "FIN" TO FASE
              PERFORM GRABACONTROL
           END-IF.
           IF FASE NOT = "FIN"
              GO TO FALLO
           END-IF.
           MOVE CUENTATOT TO CONTADOR.
           DISPLAY "ISGDWH EXTRACTO TERMINADO PERFIL=" PERFIL
                   " FILAS=" CUENTATOT UPON SYSOUT.
           GO TO FIN-PROCESOS.
       FALLO.
           MOVE CUENTATOT TO CONTADOR.
           DISPLAY "ISGDWH FALLA EN LA FASE " FASE
                   "; LA SIGUIENTE EJECUCION SIGUE AHI" UPON SYSOUT.
           MOVE 8 TO RETURN-CODE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       DESCARGADIM SECTION.
       DDI.
           CALL "ISGDWHSAL" USING TIPODIM FICHERODIM PERFIL
                CUENTAFASE RESULTADOFASE.
       FIN-DESCARGADIM.
           EXIT.

       HECHOS SECTION.
       HEC.
           CALL "ISGDWHHEC" USING TIPOHEC PERFIL FECHACTL CUENTAFASE
                RESULTADOFASE.
           IF RESULTADOFASE = 0
              ADD CUENTAFASE TO CUENTATOT
           END-IF.
       FIN-HECHOS.
           EXIT.

       ELIGEPERFIL SECTION.
       EPE.
           MOVE PERFILIN TO PERFIL.
           IF PERFIL = SPACES OR PERFIL = LOW-VALUES
              MOVE "DWHPERFIL" TO CFGCLAVE
              CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG
              IF ENCONTRADOCFG NOT = 0
                 MOVE VALORCFG(1:8) TO PERFIL
              END-IF
           END-IF.
           IF PERFIL = SPACES OR PERFIL = LOW-VALUES
              MOVE "COMPLETO" TO PERFIL
           END-IF.
       FIN-ELIGEPERFIL.
           EXIT.

       LEECONTROL SECTION.
       LCO.
           MOVE 0 TO FECHACTL.
           MOVE "FIN" TO FASE.
           MOVE SPACES TO PERFIL.
           MOVE 0 TO SEQUSU.
           MOVE 0 TO SEQATR.
           MOVE 0 TO SEQROLE.
           MOVE 0 TO SEQNODO.
           MOVE SPACES TO SEMBRADOUSU.
           MOVE SPACES TO SEMBRADOROLE.
           MOVE SPACES TO SEMBRADONODO.
           MOVE 0 TO CUENTATOT.
           OPEN INPUT FDWHCTL.
           IF ERRORES NOT = "00"
              GO TO FIN-LEECONTROL
           END-IF.
           READ FDWHCTL AT END
                GO TO CERRARC.
           MOVE DC-FECHA TO FECHACTL.
           MOVE DC-FASE TO FASE.
           MOVE DC-PERFIL TO PERFIL.
           MOVE DC-SEQUSU TO SEQUSU.
           MOVE DC-SEQATR TO SEQATR.
           MOVE DC-SEQROLE TO SEQROLE.
           MOVE DC-SEQNODO TO SEQNODO.
           MOVE DC-SEMBRADO(1:1) TO SEMBRADOUSU.
           MOVE DC-SEMBRADO(2:1) TO SEMBRADOROLE.
           MOVE DC-SEMBRADO(3:1) TO SEMBRADONODO.
           MOVE DC-CUENTA TO CUENTATOT.
       CERRARC.
           CLOSE FDWHCTL.
       FIN-LEECONTROL.
           EXIT.

       GRABACONTROL SECTION.
       GCO.
           OPEN OUTPUT FDWHCTL.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREDWHCTL
              OPEN OUTPUT FDWHCTL
           END-IF.
           IF ERRORES NOT = "00"
              DISPLAY "ISGDWH NO SE PUDO GRABAR " NOMBREDWHCTL
                      UPON SYSOUT
              GO TO FIN-GRABACONTROL
           END-IF.
           MOVE FECHACTL TO DC-FECHA.
           MOVE FASE TO DC-FASE.
           MOVE PERFIL TO DC-PERFIL.
           MOVE SEQUSU TO DC-SEQUSU.
           MOVE SEQATR TO DC-SEQATR.
           MOVE SEQROLE TO DC-SEQROLE.
           MOVE SEQNODO TO DC-SEQNODO.
           MOVE SPACES TO DC-SEMBRADO.
           MOVE SEMBRADOUSU TO DC-SEMBRADO(1:1).
           MOVE SEMBRADOROLE TO DC-SEMBRADO(2:1).
           MOVE SEMBRADONODO TO DC-SEMBRADO(3:1).
           MOVE CUENTATOT TO DC-CUENTA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO DC-HORA.
           WRITE RDWHCTL.
           CLOSE FDWHCTL.
       FIN-GRABACONTROL.
           EXIT.
