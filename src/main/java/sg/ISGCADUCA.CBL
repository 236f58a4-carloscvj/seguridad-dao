       SECURITY.      BARRIDO NOCTURNO DE CONCESIONES CADUCADAS:
                      REVOCA (BORRA) LAS FILAS DE FSGUR CUYA
                      FECHA-HASTA YA PASO, DEJANDO CADA REVOCACION
                      EN LA TRAZA COMO CUALQUIER OTRO CAMBIO. LAS
                      CONCESIONES DE QUIEN TIENE UNA AUSENCIA LARGA
                      ABIERTA EN FSGAUS (SRCHKAUS) NO CADUCAN MIENTRAS
                      DURA: A LA VUELTA EL EXTRACTO DE PERSONAL REVISA
                      LAS QUE VENCIERON ENTRE TANTO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 CONTADORLEIDAS              PIC 9(8).
       01 CONTADORPAUSA               PIC 9(8).
       01 AUSENTE                     PIC 9.
       01 INICIOAUS                   PIC 9(8).
       01 REGRESOAUS                  PIC 9(8).
       01 FINAUS                      PIC 9(8).

       LINKAGE SECTION.
       01 NOMBREFSGURIN               PIC X(256).
       INICIALES.
           MOVE 0 TO CONTADORREV.
           MOVE 0 TO CONTADORLEIDAS.
           MOVE 0 TO CONTADORPAUSA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE NOMBREFSGURIN TO NOMBREFSGUR.
           IF NOMBREFSGUR = SPACES OR LOW-VALUES
                 ADD 1 TO CONTADORLEIDAS
                 IF FECHA-HASTA NUMERIC AND FECHA-HASTA > 0 AND
                    FECHA-HASTA < HOY
                    PERFORM CADUCADA
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGUR.
           DISPLAY "ISGCADUCA LEIDAS=" CONTADORLEIDAS
                   " REVOCADAS=" CONTADORREV
                   " EN AUSENCIA=" CONTADORPAUSA UPON SYSOUT.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       CADUCADA SECTION.
       CAD.
           CALL "SRCHKAUS" USING CLA-USUARIO AUSENTE INICIOAUS
                REGRESOAUS FINAUS.
           IF AUSENTE = 1
              ADD 1 TO CONTADORPAUSA
              GO TO FIN-CADUCADA
           END-IF.
           PERFORM REVOCAR.
       FIN-CADUCADA.
           EXIT.

       REVOCAR SECTION.
       REV.
           MOVE RSGUR TO REGISTRO.
