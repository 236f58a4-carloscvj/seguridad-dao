                      NO SE CONCILIA: SOBRE UNA LISTA TRUNCADA
                      TODO LO QUE QUEDA FUERA PARECERIA FANTASMA.
                      LA PREGUNTA QUE AUDITORIA HIZO EL ANO PASADO
                      Y NO SE PUDO CONTESTAR DESDE EL SISTEMA. EL
                      EXTRACTO DEBE TERMINAR EN SU REGISTRO DE COLA CON
                      LA CUENTA DE FILAS Y EL NUMERO DE SECUENCIA
                      (SRCONTROL): SI FALTA, NO CUADRA O LA SECUENCIA SE
                      REPITE O SALTA, NO SE CONCILIA. SI LOS FANTASMAS
                      CONFIRMADOS A DESACTIVAR SUPERAN EL PORCENTAJE DE
                      CORTE DE LAS CUENTAS PERSONALES ACTIVAS
                      (CORTEISGRRHHFUL O CORTEPCT EN FSGCFG) LA VUELTA
                      QUEDA RETENIDA: SE INFORMA PERO NO SE DESACTIVA
                      NADA HASTA QUE SE LIBERE EN FSGPEND.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 CNT-FANTASMAS               PIC 9(8).
       01 CNT-SINCUENTA               PIC 9(8).
       01 CNT-DESACTIVADOS            PIC 9(8).
       01 APLICAR                     PIC X(1).
       01 MARCACOLA                   PIC X(9) VALUE "*TRAILER*".
       01 ACCIONCTL                   PIC X.
       01 FEEDCTL                     PIC X(12) VALUE "ISGRRHHFUL".
       01 SECUENCIACTL                PIC 9(8).
       01 PLANEADOSCTL                PIC 9(8).
       01 POBLACIONCTL                PIC 9(8).
       01 RESULTADOCTL                PIC 9.
       01 MOTIVOCTL                   PIC X(40).

       LINKAGE SECTION.
       01 NOMBREFULIN                 PIC X(256).
           MOVE 0 TO CNT-FANTASMAS.
           MOVE 0 TO CNT-SINCUENTA.
           MOVE 0 TO CNT-DESACTIVADOS.
           MOVE APLICARIN TO APLICAR.
           MOVE NOMBREFULIN TO NOMBREFUL.
           IF NOMBREFUL = SPACES OR LOW-VALUES
              MOVE "mnu/SG/RRHHFULL" TO NOMBREFUL
           END-IF.
       PROCESOS.
           MOVE "V" TO ACCIONCTL.
           CALL "SRCONTROL" USING ACCIONCTL FEEDCTL NOMBREFUL
                SECUENCIACTL PLANEADOSCTL POBLACIONCTL
                RESULTADOCTL MOTIVOCTL.
           IF RESULTADOCTL NOT = 0
              DISPLAY "ISGRRHHFUL FICHERO RECHAZADO ENTERO, "
                      "NO SE CONCILIA: " MOTIVOCTL UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           IF MOTIVOCTL NOT = SPACES
              DISPLAY "ISGRRHHFUL AVISO: " MOTIVOCTL UPON SYSOUT
           END-IF.
           PERFORM CARGAEXTRACTO.
           IF TOTALEXT = 0
              DISPLAY "ISGRRHHFUL EXTRACTO COMPLETO VACIO O "
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM CARGAPENDIENTES.
           IF APLICAR = "S"
              PERFORM CUENTAFANTASMAS
              MOVE "U" TO ACCIONCTL
              CALL "SRCONTROL" USING ACCIONCTL FEEDCTL NOMBREFUL
                   SECUENCIACTL PLANEADOSCTL POBLACIONCTL
                   RESULTADOCTL MOTIVOCTL
              IF RESULTADOCTL NOT = 0
                 MOVE "N" TO APLICAR
              END-IF
           END-IF.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           IF RESULTADOCTL = 6
              MOVE SPACES TO LINEASPOOL
              STRING "EJECUCION RETENIDA, NO SE DESACTIVA NADA: "
                     MOTIVOCTL
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-IF.
           PERFORM BUSCAFANTASMAS.
           PERFORM BUSCASINCUENTA.
           PERFORM GRABAPENDIENTES.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           COMPUTE CONTADORREC = CNT-FANTASMAS + CNT-SINCUENTA.
           IF RESULTADOCTL NOT = 6
              MOVE "C" TO ACCIONCTL
              CALL "SRCONTROL" USING ACCIONCTL FEEDCTL NOMBREFUL
                   SECUENCIACTL PLANEADOSCTL POBLACIONCTL
                   RESULTADOCTL MOTIVOCTL
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND FL-USUARIO NOT = SPACES
                 AND RFUL(1:9) NOT = MARCACOLA
                 IF TOTALEXT < 2000
                    ADD 1 TO TOTALEXT
                    MOVE FL-USUARIO TO TABLA-EXT(TOTALEXT)
       FIN-BUSCAFANTASMAS.
           EXIT.

       CUENTAFANTASMAS SECTION.
       CFA.
           MOVE 0 TO PLANEADOSCTL.
           MOVE 0 TO POBLACIONCTL.
           OPEN INPUT FSGUSU.
           IF ERROR-1 NOT = "0"
              GO TO FIN-CUENTAFANTASMAS
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGUSU NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND ACTIVO = "S" AND
                 (TIPO-CUENTA = "P" OR TIPO-CUENTA = SPACE OR
                  TIPO-CUENTA = LOW-VALUE)
                 ADD 1 TO POBLACIONCTL
                 MOVE 0 TO ENLALISTA
                 PERFORM VARYING EE FROM 1 BY 1
                         UNTIL EE > TOTALEXT OR ENLALISTA = 1
                    IF TABLA-EXT(EE) = CLA OF RSGUSU
                       MOVE 1 TO ENLALISTA
                    END-IF
                 END-PERFORM
                 IF ENLALISTA = 0
                    PERFORM VARYING GG FROM 1 BY 1
                            UNTIL GG > TOTALPREV OR ENLALISTA = 1
                       IF TABLA-PREV(GG) = CLA OF RSGUSU
                          MOVE 1 TO ENLALISTA
                       END-IF
                    END-PERFORM
                    IF ENLALISTA = 1
                       ADD 1 TO PLANEADOSCTL
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGUSU.
       FIN-CUENTAFANTASMAS.
           EXIT.

       MIRAFANTASMA SECTION.
       MFA.
           MOVE 0 TO ENLALISTA.
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           IF APLICAR NOT = "S"
              GO TO FIN-MIRAFANTASMA
           END-IF.
           MOVE 0 TO ENLALISTA.
