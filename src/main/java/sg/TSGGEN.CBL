        IDENTIFICATION DIVISION.
        PROGRAM-ID.    TSGGEN.
        SECURITY.      REORGANIZA POR TABLA LOS MAESTROS QUE NO TIENEN
                       SU PROPIO TSGXXX (DEFINICION EN SRREOTABLA:
                       LONGITUD, CLAVE PRINCIPAL Y ALTERNATIVA, Y SU
                       PROGRAMA DE ACCESO SRREOXXX), CON EL MISMO
                       COMPORTAMIENTO QUE LA FAMILIA TSGXXX: SOLO
                       DENTRO DE LA VENTANA DE MANTENIMIENTO, CON
                       CHECKPOINT Y REARRANQUE POR FASES EN
                       <FICHERO>CKP, FILAS RECHAZADAS EN <FICHERO>BAD,
                       DUPLICADOS EN <FICHERO>DUP Y LA MISMA PUERTA DE
                       VERIFICACION ANTES DE BORRAR EL OLD (CUENTAS QUE
                       CUADRAN, SUMA DE CLAVES Y MUESTRA RELEIDA POR
                       LA CLAVE PRINCIPAL Y POR LA ALTERNATIVA). SI NO
                       ENCUENTRA <FICHERO>OLD LO VUELCA EL MISMO DESDE
                       EL MAESTRO VIVO ANTES DE RECREARLO. CON UN
                       NOMBRE DE FICHERO REORGANIZA ESE; EN BLANCO
                       (PASO REORGTAB DE ISGNOCHE) SOLO LOS QUE
                       ISGASESOR HA RECOMENDADO HOY EN REOHIST Y LOS
                       QUE SE QUEDARON A MEDIAS. DEVUELVE CUANTOS HA
                       TERMINADO Y CODIGO 8 SI ALGUNO FALLA.

        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT FOLD
                   ASSIGN TO RANDOM NOMBREOLD
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS ERRORES.

            SELECT FHIST
                   ASSIGN TO RANDOM NOMBREHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS ERRORES.

            COPY "WO-CKPT-SEL".

            COPY "WO-DUPS-SEL".

            COPY "WO-BADROW-SEL".

        DATA DIVISION.
        FILE SECTION.

        FD  FOLD
            DATA RECORD IS ROLD.
        01  ROLD       PIC X(4096).

        FD  FHIST
            DATA RECORD IS RHIST.
        01  RHIST.
            03 HO-FECHA PIC 9(8).
            03 HO-FICHERO PIC X(8).
            03 HO-CUENTA PIC 9(8).
            03 HO-DUPS PIC 9(8).
            03 HO-BADS PIC 9(8).
            03 HO-RECOMENDADA PIC X(1).

            COPY "WO-CKPT-FD".

            COPY "WO-DUPS-FD".

            COPY "WO-BADROW-FD".

        WORKING-STORAGE SECTION.

            COPY "WO-ERRORES".

            COPY "WO-REODEF".

        77  NOMBREBASE PIC X(256).
        77  NOMBREOLD PIC X(256).
        77  NOMBRECKPT PIC X(256).
        77  NOMBREDUPS PIC X(256).
        77  NOMBREBAD PIC X(256).
        77  NOMBREHIST PIC X(256) VALUE "mnu/SG/REOHIST".
        77  FASEANTERIOR PIC X(8) VALUE SPACES.
        77  PROG PIC X(128)  VALUE "TSGGEN".
        77  REGL PIC 9(8).
        77  REGD PIC 9(8).
        77  REGM PIC 9(8).
        77  REGG PIC 9(8).
        77  REGV PIC 9(8).
        77  NLIN PIC 9(8).
        77  ENVENTANA PIC 9.
        77  IISALTO PIC 9(8).
        77  VERIFOK PIC 9.
        77  ESPERADOS PIC 9(8).
        77  CUENTANUEVA PIC 9(8).
        77  SUMACLAVES PIC 9(9).
        77  SUMANUEVA PIC 9(9).
        77  TOTALMUESTRA PIC 9(2).
        77  MM PIC 9(2).
        77  PASOMUESTRA PIC 9(4).
        77  INDICEREO PIC 9(2).
        77  TOTALREO PIC 9(2).
        77  ACCIONIO PIC X.
        77  ESTADOIO PIC X(2).
        77  LONGCLAVE PIC 9(4).
        77  MOTIVOBAD PIC X(20).
        77  HAYOLD PIC 9.
        77  SIGUE PIC 9.
        77  HOY PIC 9(8).
        77  RECOMENDADA PIC X.
        77  FALLOSREO PIC 9(4).
        01  REGISTROIO PIC X(4096).
        01  REGISTROCHK PIC X(4096).
        01  CONTENIDO PIC X(350).
        01  TABLA-MUESTRA.
            03 MUESTRA PIC X(4096) OCCURS 10 TIMES.

        LINKAGE SECTION.
        01 FICHEROREO PIC X(12).
        01 CONTADORREO PIC 9(8).
        PROCEDURE DIVISION USING
                  FICHEROREO CONTADORREO.

        PROGRAMA SECTION.
        INICIALES.
            MOVE 0 TO CONTADORREO.
            MOVE 0 TO FALLOSREO.
            MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
        PROCESOS.
            CALL "SRVENTANA" USING ENVENTANA.
            IF ENVENTANA = 0
               DISPLAY "FUERA DE VENTANA DE MANTENIMIENTO" UPON SYSOUT
               GO TO FIN-PROCESO
            END-IF.
            IF FICHEROREO NOT = SPACES AND FICHEROREO NOT = LOW-VALUES
               MOVE 0 TO INDICEREO
               MOVE FICHEROREO TO RD-FICHERO
               CALL "SRREOTABLA" USING INDICEREO TOTALREO FILA-REODEF
               IF RD-FICHERO = SPACES
                  DISPLAY "TSGGEN: " FICHEROREO
                          " NO ESTA EN LA TABLA DE DEFINICION"
                          UPON SYSOUT
                  ADD 1 TO FALLOSREO
               ELSE
                  PERFORM REORGANIZA
               END-IF
               GO TO FIN-PROCESO
            END-IF.
            MOVE 1 TO INDICEREO.
            CALL "SRREOTABLA" USING INDICEREO TOTALREO FILA-REODEF.
            PERFORM UNTIL RD-FICHERO = SPACES
               PERFORM PREPARANOMBRES
               PERFORM LEECHECKPOINT
               PERFORM MIRAASESOR
               IF RECOMENDADA = "S" OR
                  (FASEANTERIOR NOT = SPACES AND
                   FASEANTERIOR NOT = "DONE")
                  PERFORM REORGANIZA
               ELSE
                  DISPLAY "DEBUG:" RD-FICHERO " NO RECOMENDADA HOY"
                          UPON SYSOUT
               END-IF
               ADD 1 TO INDICEREO
               CALL "SRREOTABLA" USING INDICEREO TOTALREO
                    FILA-REODEF
            END-PERFORM.
        FIN-PROCESO.
            IF FALLOSREO > 0
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            EXIT PROGRAM.
        FIN-PROGRAMA.
            STOP RUN.

        REORGANIZA SECTION.
        REO.
            PERFORM PREPARANOMBRES.
            PERFORM LEECHECKPOINT.
            IF FASEANTERIOR = "DONE"
               MOVE SPACES TO FASEANTERIOR
               INITIALIZE REGL REGD REGM REGG
            END-IF.
            IF FASEANTERIOR = "MALO"
               DISPLAY "REORGANIZACION DE " RD-FICHERO " EN ESTADO "
                       "MALO: REVISAR ANTES DE REPETIR" UPON SYSOUT
               ADD 1 TO FALLOSREO
               GO TO FIN-REORGANIZA
            END-IF.
            DISPLAY "DEBUG:REORGANIZA " RD-FICHERO " FASE "
                    FASEANTERIOR UPON SYSOUT.
            IF FASEANTERIOR = SPACES
               PERFORM MIRAOLD
               IF HAYOLD = 1
                  MOVE "ASIGNA" TO FASEANTERIOR
               ELSE
                  MOVE "VUELCA" TO FASEANTERIOR
               END-IF
               PERFORM GRABACHECKPOINT
            END-IF.
            IF FASEANTERIOR = "VUELCA"
               PERFORM VOLCADO
               IF VERIFOK = 0
                  ADD 1 TO FALLOSREO
                  GO TO FIN-REORGANIZA
               END-IF
               MOVE "ASIGNA" TO FASEANTERIOR
               PERFORM GRABACHECKPOINT
            END-IF.
            IF FASEANTERIOR = "ASIGNA"
               PERFORM ASIGNACION
               IF VERIFOK = 0
                  ADD 1 TO FALLOSREO
                  GO TO FIN-REORGANIZA
               END-IF
               MOVE "GRABA" TO FASEANTERIOR
               PERFORM GRABACHECKPOINT
            END-IF.
            IF FASEANTERIOR = "GRABA"
               PERFORM GRABACION
               IF VERIFOK = 0
                  ADD 1 TO FALLOSREO
                  GO TO FIN-REORGANIZA
               END-IF
               MOVE "VERIF" TO FASEANTERIOR
               PERFORM GRABACHECKPOINT
            END-IF.
            IF FASEANTERIOR = "VERIF"
               PERFORM VERIFICACION
               IF VERIFOK = 1
                  MOVE "BORRA" TO FASEANTERIOR
                  PERFORM GRABACHECKPOINT
               ELSE
                  MOVE "MALO" TO FASEANTERIOR
                  PERFORM GRABACHECKPOINT
                  DISPLAY "VERIFICACION FALLIDA: EL FICHERO "
                          "ANTERIOR QUEDA INTACTO EN OLD"
                          UPON SYSOUT
                  ADD 1 TO FALLOSREO
                  GO TO FIN-REORGANIZA
               END-IF
            END-IF.
            IF FASEANTERIOR = "BORRA"
               PERFORM BORRADO
               MOVE "DONE" TO FASEANTERIOR
               PERFORM GRABACHECKPOINT
               ADD 1 TO CONTADORREO
            END-IF.
        FIN-REORGANIZA.
            EXIT.

        PREPARANOMBRES SECTION.
        PNO.
            MOVE SPACES TO NOMBREBASE.
            STRING "mnu/SG/" RD-FICHERO
                   DELIMITED BY " "
                   INTO NOMBREBASE.
            MOVE SPACES TO NOMBRECKPT.
            STRING NOMBREBASE "CKP"
                   DELIMITED BY " "
                   INTO NOMBRECKPT.
            MOVE SPACES TO NOMBREDUPS.
            STRING NOMBREBASE "DUP"
                   DELIMITED BY " "
                   INTO NOMBREDUPS.
            MOVE SPACES TO NOMBREBAD.
            STRING NOMBREBASE "BAD"
                   DELIMITED BY " "
                   INTO NOMBREBAD.
            MOVE SPACES TO NOMBREOLD.
            STRING NOMBREBASE "OLD"
                   DELIMITED BY " "
                   INTO NOMBREOLD.
            MOVE RD-CLALON TO LONGCLAVE.
            IF LONGCLAVE > 350
               MOVE 350 TO LONGCLAVE
            END-IF.
        FIN-PREPARANOMBRES.
            EXIT.

        MIRAASESOR SECTION.
        MAS.
            MOVE "N" TO RECOMENDADA.
            OPEN INPUT FHIST.
            IF ERRORES NOT = "00"
               GO TO FIN-MIRAASESOR
            END-IF.
            MOVE 1 TO SIGUE.
            PERFORM UNTIL SIGUE = 0
               READ FHIST AT END
                    MOVE 0 TO SIGUE
               END-READ
               IF SIGUE = 1 AND HO-FECHA = HOY AND
                  HO-FICHERO = RD-FICHERO(1:8)
                  MOVE HO-RECOMENDADA TO RECOMENDADA
               END-IF
            END-PERFORM.
            CLOSE FHIST.
        FIN-MIRAASESOR.
            EXIT.

        LEECHECKPOINT SECTION.
        LEEC.
            MOVE SPACES TO FASEANTERIOR.
            INITIALIZE REGL REGD REGM REGG.
            OPEN INPUT FCKPT.
            IF ERRORES NOT = "00"
               GO TO FIN-LEECHECKPOINT
            END-IF.
            READ FCKPT AT END GO TO CERRARC.
            MOVE CK-FASE TO FASEANTERIOR.
            MOVE CK-REGL TO REGL.
            MOVE CK-REGD TO REGD.
            MOVE CK-REGG TO REGG.
            IF CK-REGM NUMERIC
               MOVE CK-REGM TO REGM
            END-IF.
        CERRARC.
            CLOSE FCKPT.
        FIN-LEECHECKPOINT.
            EXIT.

        GRABACHECKPOINT SECTION.
        GRABC.
            MOVE FASEANTERIOR TO CK-FASE.
            MOVE REGL TO CK-REGL.
            MOVE REGD TO CK-REGD.
            MOVE REGG TO CK-REGG.
            MOVE REGM TO CK-REGM.
            CALL "PRUMKDIR" USING NOMBRECKPT.
            OPEN OUTPUT FCKPT.
            WRITE RCKPT.
            CLOSE FCKPT.
        FIN-GRABACHECKPOINT.
            EXIT.

        MIRAOLD SECTION.
        MOL.
            MOVE 0 TO HAYOLD.
            OPEN INPUT FOLD.
            IF ERRORES = "00"
               MOVE 1 TO HAYOLD
               CLOSE FOLD
            END-IF.
        FIN-MIRAOLD.
            EXIT.

        VOLCADO SECTION.
        VOL.
            MOVE 1 TO VERIFOK.
            MOVE 0 TO REGV.
            MOVE "L" TO ACCIONIO.
            CALL RD-ACCESO USING ACCIONIO NOMBREBASE REGISTROIO
                 ESTADOIO.
            IF ESTADOIO(1:1) NOT = "0"
               MOVE 0 TO VERIFOK
               DISPLAY "NO SE PUEDE ABRIR " NOMBREBASE(1:40)
                       " ESTADO " ESTADOIO UPON SYSOUT
               GO TO FIN-VOLCADO
            END-IF.
            OPEN OUTPUT FOLD.
            IF ERRORES NOT = "00"
               MOVE 0 TO VERIFOK
               MOVE "K" TO ACCIONIO
               CALL RD-ACCESO USING ACCIONIO NOMBREBASE REGISTROIO
                    ESTADOIO
               GO TO FIN-VOLCADO
            END-IF.
        VOLCAR.
            MOVE "S" TO ACCIONIO.
            CALL RD-ACCESO USING ACCIONIO NOMBREBASE REGISTROIO
                 ESTADOIO.
            IF ESTADOIO(1:1) NOT = "0"
               GO TO VOLCADOFIN
            END-IF.
            MOVE SPACES TO ROLD.
            MOVE REGISTROIO(1:RD-LONGITUD) TO ROLD.
            WRITE ROLD.
            ADD 1 TO REGV.
            GO TO VOLCAR.
        VOLCADOFIN.
            IF ESTADOIO NOT = "10"
               MOVE 0 TO VERIFOK
               DISPLAY "VOLCADO INTERRUMPIDO CON ESTADO " ESTADOIO
                       UPON SYSOUT
            END-IF.
            CLOSE FOLD.
            MOVE "K" TO ACCIONIO.
            CALL RD-ACCESO USING ACCIONIO NOMBREBASE REGISTROIO
                 ESTADOIO.
            DISPLAY "DEBUG:VOLCADOS:" REGV UPON SYSOUT.
        FIN-VOLCADO.
            EXIT.

        ASIGNACION SECTION.
        ASIG.
            MOVE 1 TO VERIFOK.
            MOVE "C" TO ACCIONIO.
            CALL RD-ACCESO USING ACCIONIO NOMBREBASE REGISTROIO
                 ESTADOIO.
            IF ESTADOIO(1:1) NOT = "0"
               MOVE 0 TO VERIFOK
               DISPLAY "NO SE PUEDE CREAR " NOMBREBASE(1:40)
                       " ESTADO " ESTADOIO UPON SYSOUT
            END-IF.
        FIN-ASIGNACION.
            EXIT.

        GRABACION SECTION.
        ABRIR.
            MOVE 1 TO VERIFOK.
            MOVE ZEROES TO NLIN.
            MOVE "A" TO ACCIONIO.
            CALL RD-ACCESO USING ACCIONIO NOMBREBASE REGISTROIO
                 ESTADOIO.
            IF ESTADOIO(1:1) NOT = "0"
               MOVE 0 TO VERIFOK
               DISPLAY "NO SE PUEDE ABRIR " NOMBREBASE(1:40)
                       " ESTADO " ESTADOIO UPON SYSOUT
               GO TO FIN-GRABACION
            END-IF.
            OPEN INPUT FOLD.
            IF REGL > 0
               PERFORM SALTARLEIDOS
               OPEN EXTEND FDUPS
               OPEN EXTEND FBAD
            ELSE
               OPEN OUTPUT FDUPS
               OPEN OUTPUT FBAD
            END-IF.
        LEER.
            READ FOLD AT END GO TO CERRAR.
            ADD 1 TO NLIN.
            IF NLIN > 1000
               MOVE 1 TO NLIN
               PERFORM GRABACHECKPOINT
            END-IF.
            ADD 1 TO REGL.
            IF NLIN = 1
               DISPLAY "DEBUG:LEIDOS:" REGL UPON SYSOUT.
            MOVE "FILA VACIA O SIN CLAVE" TO MOTIVOBAD.
            IF ROLD(1:1) = LOW-VALUES
               GO TO GRABA-MALFORMADO
            END-IF.
            IF ROLD(RD-CLAPOS:RD-CLALON) = SPACES
               GO TO GRABA-MALFORMADO
            END-IF.
            MOVE SPACES TO REGISTROIO.
            MOVE ROLD(1:RD-LONGITUD) TO REGISTROIO.
            MOVE REGISTROIO TO REGISTROCHK.
            MOVE "R" TO ACCIONIO.
            CALL RD-ACCESO USING ACCIONIO NOMBREBASE REGISTROCHK
                 ESTADOIO.
            IF ESTADOIO(1:1) = "0"
               GO TO GRABA-MAL
            END-IF.
            MOVE "E" TO ACCIONIO.
            CALL RD-ACCESO USING ACCIONIO NOMBREBASE REGISTROIO
                 ESTADOIO.
            IF ESTADOIO = "22"
               GO TO GRABA-MAL
            END-IF.
            IF ESTADOIO(1:1) NOT = "0"
               MOVE "NO SE PUDO GRABAR" TO MOTIVOBAD
               GO TO GRABA-MALFORMADO
            END-IF.
            ADD 1 TO REGG.
            IF NLIN = 1
               DISPLAY "DEBUG:GRABADOS:" REGG UPON SYSOUT.
            GO TO LEER.
        GRABA-MALFORMADO.
            ADD 1 TO REGM.
            MOVE FUNCTION CURRENT-DATE(1:8) TO BR-FECHA.
            MOVE FUNCTION CURRENT-DATE(9:6) TO BR-HORA.
            MOVE MOTIVOBAD TO BR-MOTIVO.
            MOVE ROLD TO BR-REGISTRO.
            WRITE RBAD.
            IF NLIN = 1
               DISPLAY "DEBUG:MALFORMADOS:" REGM UPON SYSOUT.
            GO TO LEER.
        GRABA-MAL.
            ADD 1 TO REGD.
            MOVE FUNCTION CURRENT-DATE(1:8) TO DP-FECHA.
            MOVE FUNCTION CURRENT-DATE(9:6) TO DP-HORA.
            MOVE SPACES TO DP-CLAVE.
            MOVE ROLD(RD-CLAPOS:RD-CLALON) TO DP-CLAVE.
            WRITE RDUPS.
            IF NLIN = 1
               DISPLAY "DEBUG:DUPLICADOS:" REGD UPON SYSOUT.
            GO TO LEER.
        CERRAR.
            DISPLAY "DEBUG:LEIDOS:" REGL UPON SYSOUT.
            DISPLAY "DEBUG:GRABADOS:" REGG UPON SYSOUT.
            DISPLAY "DEBUG:DUPLICADOS:" REGD UPON SYSOUT.
            DISPLAY "DEBUG:MALFORMADOS:" REGM UPON SYSOUT.
            MOVE "K" TO ACCIONIO.
            CALL RD-ACCESO USING ACCIONIO NOMBREBASE REGISTROIO
                 ESTADOIO.
            CLOSE FOLD.
            CLOSE FDUPS.
            CLOSE FBAD.
        FIN-GRABACION.
            EXIT.

        VERIFICACION SECTION.
        VRF.
            MOVE 1 TO VERIFOK.
            COMPUTE ESPERADOS = REGG + REGD + REGM.
            IF REGL NOT = ESPERADOS
               MOVE 0 TO VERIFOK
               DISPLAY "VERIFICACION: LEIDOS=" REGL
                       " NO CUADRA CON GRABADOS+DUPS+MALOS="
                       ESPERADOS UPON SYSOUT
            END-IF.
            MOVE 0 TO CUENTANUEVA.
            MOVE 0 TO SUMACLAVES.
            MOVE 0 TO TOTALMUESTRA.
            MOVE 0 TO PASOMUESTRA.
            MOVE SPACES TO TABLA-MUESTRA.
            MOVE "L" TO ACCIONIO.
            CALL RD-ACCESO USING ACCIONIO NOMBREBASE REGISTROIO
                 ESTADOIO.
            IF ESTADOIO(1:1) NOT = "0"
               MOVE 0 TO VERIFOK
               GO TO FIN-VERIFICACION
            END-IF.
        CUENTA.
            MOVE "S" TO ACCIONIO.
            CALL RD-ACCESO USING ACCIONIO NOMBREBASE REGISTROIO
                 ESTADOIO.
            IF ESTADOIO(1:1) NOT = "0"
               GO TO CUENTAFIN
            END-IF.
            ADD 1 TO CUENTANUEVA.
            MOVE SPACES TO CONTENIDO.
            MOVE REGISTROIO(RD-CLAPOS:LONGCLAVE) TO CONTENIDO.
            CALL "SRCADENA" USING CONTENIDO SUMACLAVES SUMANUEVA.
            MOVE SUMANUEVA TO SUMACLAVES.
            IF PASOMUESTRA = 0 AND TOTALMUESTRA < 10
               ADD 1 TO TOTALMUESTRA
               MOVE REGISTROIO TO MUESTRA(TOTALMUESTRA)
               MOVE 500 TO PASOMUESTRA
            END-IF.
            IF PASOMUESTRA > 0
               SUBTRACT 1 FROM PASOMUESTRA
            END-IF.
            GO TO CUENTA.
        CUENTAFIN.
            IF CUENTANUEVA NOT = REGG
               MOVE 0 TO VERIFOK
               DISPLAY "VERIFICACION: EL NUEVO TIENE "
                       CUENTANUEVA " Y SE GRABARON " REGG
                       UPON SYSOUT
            END-IF.
            PERFORM VARYING MM FROM 1 BY 1
                    UNTIL MM > TOTALMUESTRA
               MOVE MUESTRA(MM) TO REGISTROCHK
               MOVE "R" TO ACCIONIO
               CALL RD-ACCESO USING ACCIONIO NOMBREBASE REGISTROCHK
                    ESTADOIO
               IF ESTADOIO(1:1) NOT = "0"
                  MOVE 0 TO VERIFOK
                  DISPLAY "VERIFICACION: MUESTRA NO RELEIBLE "
                          MUESTRA(MM)(RD-CLAPOS:40) UPON SYSOUT
               END-IF
               IF RD-ALTLON > 0
                  MOVE MUESTRA(MM) TO REGISTROCHK
                  MOVE "T" TO ACCIONIO
                  CALL RD-ACCESO USING ACCIONIO NOMBREBASE
                       REGISTROCHK ESTADOIO
                  IF ESTADOIO(1:1) NOT = "0"
                     MOVE 0 TO VERIFOK
                     DISPLAY "VERIFICACION: MUESTRA SIN CLAVE "
                             "ALTERNATIVA " MUESTRA(MM)(RD-ALTPOS:40)
                             UPON SYSOUT
                  END-IF
               END-IF
            END-PERFORM.
            MOVE "K" TO ACCIONIO.
            CALL RD-ACCESO USING ACCIONIO NOMBREBASE REGISTROIO
                 ESTADOIO.
            DISPLAY "VERIFICACION: " RD-FICHERO " REGISTROS="
                    CUENTANUEVA " SUMA DE CLAVES=" SUMACLAVES
                    UPON SYSOUT.
        FIN-VERIFICACION.
            EXIT.

        BORRADO SECTION.
        BORROLD.
            CALL "PRURM" USING NOMBREOLD.
        FIN-BORRADO.
            EXIT.

        SALTARLEIDOS SECTION.
        SALTAR.
            MOVE 1 TO IISALTO.
            PERFORM UNTIL IISALTO > REGL
               READ FOLD AT END GO TO FIN-SALTARLEIDOS
               END-READ
               ADD 1 TO IISALTO
            END-PERFORM.
        FIN-SALTARLEIDOS.
            EXIT.
