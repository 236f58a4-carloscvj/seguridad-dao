                      (SRTICKET), QUE VUELVE A LA OFICINA AL
                      FINAL DE CADA LINEA DE RESULTADOS; EL
                      PARTE DIARIO POR OFICINA LO SACA
                      ISGTICKEST. UN ROLE OBSOLETO SEGUN FSGROBS
                      (SRCHKROBS), SUELTO O DENTRO DE UN PERFIL, SE
                      RECHAZA Y LA LINEA DE RESULTADOS LLEVA AL
                      FINAL EL ROLE SUSTITUTO QUE HAY QUE PEDIR.
                      LAS COMPROBACIONES Y LA APLICACION DE CADA FILA
                      VIVEN EN SRPETICION, QUE COMPARTE CON LA
                      PETICION EN LINEA DE SSGTICKET. CADA PASADA LLEVA
                      SU IDENTIFICADOR DE EJECUCION (SRLOTE), QUE QUEDA
                      ESTAMPADO EN CADA REGISTRO DE TRAZA QUE ESCRIBE,
                      PARA PODER DESHACERLA ENTERA CON ISGREVLOTE. UN
                      ALTA ACEPTADA CUYO ROLE ALCANZA NODOS CLASIFICADOS
                      POR ENCIMA DE LA HABILITACION DEL USUARIO
                      (SRHABROLE) SE APLICA, PERO LA LINEA DE RESULTADOS
                      LLEVA EL MOTIVO AVISO HABILITACION Y SE AVISA POR
                      CONSOLA. EL FICHERO DE PETICIONES DEBE TERMINAR EN
                      SU REGISTRO DE COLA CON LA CUENTA DE FILAS Y EL
                      NUMERO DE SECUENCIA (SRCONTROL): SI FALTA, NO
                      CUADRA O LA SECUENCIA SE REPITE O SALTA SE RECHAZA
                      ENTERO SIN APLICAR NADA. SI LAS REVOCACIONES ("B")
                      DE CONCESIONES ACTIVAS SUPERAN EL PORCENTAJE DE
                      CORTE DE FSGUR (CORTEISGPETICION O CORTEPCT EN
                      FSGCFG) LA EJECUCION QUEDA RETENIDA ANTES DE
                      APLICAR NADA HASTA QUE SE LIBERE EN FSGPEND. UN
                      ALTA DE UN ROLE TECNICO PARA UNA PERSONA, SUELTO O
                      EN UN PERFIL, SE RECHAZA CON EL MOTIVO ROLE
                      TECNICO (SRCHKTIER). UNA FILA PEDIDA PARA EL
                      PROPIO SOLICITANTE O PARA UN SUPERIOR SUYO SE
                      RECHAZA POR CONFLICTO DE INTERESES.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUR-SEL".

           SELECT FPET
                  ASSIGN TO RANDOM NOMBREPET
                  ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGUR-FD".

       FD  FPET
           DATA RECORD IS RPET.
       01  RPET.
           03 RS-MOTIVO PIC X(24).
           03 RS-ORIGINAL PIC X(208).
           03 RS-TICKET PIC 9(8).
           03 RS-SUSTITUTO PIC X(64).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGUR                 PIC X(256)
          VALUE "mnu/SG/FSGUR".
       01 NOMBREPET                   PIC X(256).
       01 NOMBRERES                   PIC X(256).
       01 SIGUE                       PIC 9.
       01 MODOPET                     PIC X(1) VALUE "N".
       01 ESTADOTIK                   PIC X(1).
       01 MOTIVO                      PIC X(24).
       01 SUSTITUTOPED                PIC X(64).
       01 TICKETNUM                   PIC 9(8).
       01 CNT-LEIDAS                  PIC 9(8).
       01 CNT-ACEPTADAS               PIC 9(8).
       01 CNT-RECHAZADAS              PIC 9(8).
       01 CNT-AVISOS                  PIC 9(8).
       01 HABILUSU                    PIC 9(1).
       01 ENCONTRADOHAB               PIC 9.
       01 TOTALSOBRE                  PIC 9(3).
       01 CLASIFMAX                   PIC 9(1).
       01 NODOMAX                     PIC X(64).

       01 MARCACOLA                   PIC X(9) VALUE "*TRAILER*".
       01 ACCIONCTL                   PIC X.
       01 FEEDCTL                     PIC X(12) VALUE "ISGPETICION".
       01 SECUENCIACTL                PIC 9(8).
       01 PLANEADOSCTL                PIC 9(8).
       01 POBLACIONCTL                PIC 9(8).
       01 RESULTADOCTL                PIC 9.
       01 MOTIVOCTL                   PIC X(40).

       01 ACCIONLOTE                  PIC X.
       01 PROGRAMALOTE                PIC X(12) VALUE "ISGPETICION".
       01 EJECUCIONLOTE               PIC X(16).

       LINKAGE SECTION.
       01 NOMBREPETIN                 PIC X(256).
           MOVE 0 TO CNT-LEIDAS.
           MOVE 0 TO CNT-ACEPTADAS.
           MOVE 0 TO CNT-RECHAZADAS.
           MOVE 0 TO CNT-AVISOS.
           MOVE NOMBREPETIN TO NOMBREPET.
           IF NOMBREPET = SPACES OR LOW-VALUES
              MOVE "mnu/SG/PETICIONES" TO NOMBREPET
                  INTO NOMBRERES
           END-STRING.
       PROCESOS.
           MOVE "I" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           MOVE "V" TO ACCIONCTL.
           CALL "SRCONTROL" USING ACCIONCTL FEEDCTL NOMBREPET
                SECUENCIACTL PLANEADOSCTL POBLACIONCTL
                RESULTADOCTL MOTIVOCTL.
           IF RESULTADOCTL NOT = 0
              DISPLAY "ISGPETICION FICHERO RECHAZADO ENTERO, "
                      "NADA APLICADO: " MOTIVOCTL UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           IF MOTIVOCTL NOT = SPACES
              DISPLAY "ISGPETICION AVISO: " MOTIVOCTL UPON SYSOUT
           END-IF.
           OPEN INPUT FPET.
           IF ERRORES NOT = "00"
              DISPLAY "ISGPETICION NO SE PUDO ABRIR " NOMBREPET
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM CUENTAREVOCA.
           MOVE "U" TO ACCIONCTL.
           CALL "SRCONTROL" USING ACCIONCTL FEEDCTL NOMBREPET
                SECUENCIACTL PLANEADOSCTL POBLACIONCTL
                RESULTADOCTL MOTIVOCTL.
           IF RESULTADOCTL NOT = 0
              DISPLAY "ISGPETICION EJECUCION RETENIDA, NADA "
                      "APLICADO: " MOTIVOCTL UPON SYSOUT
              CLOSE FPET
              GO TO FIN-PROCESOS
           END-IF.
           OPEN OUTPUT FRES.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FPET AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND RPET(1:9) NOT = MARCACOLA
                 ADD 1 TO CNT-LEIDAS
                 PERFORM TRATAPETICION
              END-IF
           END-PERFORM.
           CLOSE FRES.
           CLOSE FPET.
           MOVE "C" TO ACCIONCTL.
           CALL "SRCONTROL" USING ACCIONCTL FEEDCTL NOMBREPET
                SECUENCIACTL PLANEADOSCTL POBLACIONCTL
                RESULTADOCTL MOTIVOCTL.
           MOVE CNT-LEIDAS TO CONTADORPROC.
           DISPLAY "ISGPETICION LEIDAS=" CNT-LEIDAS
                   " ACEPTADAS=" CNT-ACEPTADAS
                   " RECHAZADAS=" CNT-RECHAZADAS
                   " AVISOS DE HABILITACION=" CNT-AVISOS UPON SYSOUT.
       FIN-PROCESOS.
           MOVE "F" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       TRATAPETICION SECTION.
       TRP.
           CALL "SRPETICION" USING RPET MODOPET ESTADOTIK MOTIVO
                SUSTITUTOPED TICKETNUM.
           IF ESTADOTIK = "A"
              ADD 1 TO CNT-ACEPTADAS
              MOVE "ACEPTADA" TO RS-RESULTADO
           ELSE
              ADD 1 TO CNT-RECHAZADAS
              MOVE "RECHAZADA" TO RS-RESULTADO
           END-IF.
           MOVE MOTIVO TO RS-MOTIVO.
           IF ESTADOTIK = "A" AND PE-ACCION = "A"
              PERFORM AVISAHABIL
           END-IF.
           MOVE RPET TO RS-ORIGINAL.
           MOVE TICKETNUM TO RS-TICKET.
           MOVE SUSTITUTOPED TO RS-SUSTITUTO.
           WRITE RRES.
       FIN-TRATAPETICION.
           EXIT.

       CUENTAREVOCA SECTION.
       CRV.
           MOVE 0 TO PLANEADOSCTL.
           MOVE 0 TO POBLACIONCTL.
           OPEN INPUT FSGUR.
           IF ERROR-1 NOT = "0"
              GO TO FIN-CUENTAREVOCA
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUR NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ACTIVO NOT = "N"
                 ADD 1 TO POBLACIONCTL
              END-IF
           END-PERFORM.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FPET AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND PE-ACCION = "B"
                 MOVE PE-USUARIO TO CLA-USUARIO
                 MOVE PE-ROLE TO CLA-ROLE
                 READ FSGUR WITH IGNORE LOCK INVALID KEY
                      MOVE "N" TO ACTIVO
                 END-READ
                 IF ACTIVO NOT = "N"
                    ADD 1 TO PLANEADOSCTL
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGUR.
           CLOSE FPET.
           OPEN INPUT FPET.
       FIN-CUENTAREVOCA.
           EXIT.

       AVISAHABIL SECTION.
       AHB.
           CALL "SRGETHABIL" USING PE-USUARIO HABILUSU ENCONTRADOHAB.
           CALL "SRHABROLE" USING PE-ROLE HABILUSU TOTALSOBRE
                CLASIFMAX NODOMAX.
           IF TOTALSOBRE = 0
              GO TO FIN-AVISAHABIL
           END-IF.
           ADD 1 TO CNT-AVISOS.
           MOVE "AVISO HABILITACION" TO RS-MOTIVO.
           DISPLAY "ISGPETICION AVISO DE HABILITACION "
                   PE-USUARIO(1:30) " ROLE " PE-ROLE(1:30)
                   " HABILITACION " HABILUSU " NODOS SOBRE ELLA="
                   TOTALSOBRE " MAXIMO " CLASIFMAX " EN "
                   NODOMAX(1:30) UPON SYSOUT.
       FIN-AVISAHABIL.
           EXIT.
