                      LEGITIMAMENTE RARO (ROLES DE CIERRE DE ANO).
                      UNA CONCESION QUE VUELVE A USARSE PIERDE EL
                      AVISO. ASI EL INFORME DE DORMIDAS ENCOGE EN
                      VEZ DE SER UNA CONFESION RECURRENTE. EL RELOJ SE
                      DETIENE EN LAS AUSENCIAS LARGAS DE FSGAUS
                      (SRCHKAUS): MIENTRAS EL USUARIO ESTA AUSENTE SUS
                      CONCESIONES NI SE AVISAN NI SE REVOCAN, Y A LA
                      VUELTA LOS DIAS DE LA ULTIMA AUSENCIA POSTERIOR AL
                      ULTIMO USO NO CUENTAN COMO DIAS SIN USO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 CNT-AVISADAS                PIC 9(8).
       01 CNT-REVOCADAS               PIC 9(8).
       01 CNT-EXCLUIDAS               PIC 9(8).
       01 CNT-PAUSADAS                PIC 9(8).
       01 AUSENTE                     PIC 9.
       01 INICIOAUS                   PIC 9(8).
       01 REGRESOAUS                  PIC 9(8).
       01 FINAUS                      PIC 9(8).
       01 REFUSO                      PIC 9(8).

       LINKAGE SECTION.
       01 CONTADORENF                 PIC 9(8).
           MOVE 0 TO CNT-AVISADAS.
           MOVE 0 TO CNT-REVOCADAS.
           MOVE 0 TO CNT-EXCLUIDAS.
           MOVE 0 TO CNT-PAUSADAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           COMPUTE HOYENTERO = FUNCTION INTEGER-OF-DATE(HOY).
           MOVE 180 TO DORMDIAS.
           COMPUTE CONTADORENF = CNT-AVISADAS + CNT-REVOCADAS.
           DISPLAY "ISGDORENF AVISADAS=" CNT-AVISADAS
                   " REVOCADAS=" CNT-REVOCADAS
                   " EXCLUIDAS=" CNT-EXCLUIDAS
                   " EN AUSENCIA=" CNT-PAUSADAS UPON SYSOUT.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
              ADD 1 TO CNT-EXCLUIDAS
              GO TO FIN-REVISAGRANT
           END-IF.
           CALL "SRCHKAUS" USING CLA-USUARIO AUSENTE INICIOAUS
                REGRESOAUS FINAUS.
           IF AUSENTE = 1
              ADD 1 TO CNT-PAUSADAS
              GO TO FIN-REVISAGRANT
           END-IF.
           MOVE 0 TO DORMIDA.
           CALL "SRGETUSO" USING CLA-USUARIO CLA-ROLE
                ENCONTRADOUSO ULTIMOUSO USOSTOT.
                 MOVE 1 TO DORMIDA
              END-IF
           END-IF.
           IF DORMIDA = 1 AND FINAUS > 0
              PERFORM DESCUENTAAUSENCIA
           END-IF.
           IF DORMIDA = 0
              MOVE "B" TO ACCIONAV
              CALL "SRDORMAVISO" USING ACCIONAV CLA-USUARIO
       FIN-REVISAGRANT.
           EXIT.

       DESCUENTAAUSENCIA SECTION.
       DAU.
           IF ENCONTRADOUSO = 1
              MOVE ULTIMOUSO TO REFUSO
           ELSE
              MOVE MODFECHA TO REFUSO
           END-IF.
           IF REFUSO = 0 OR INICIOAUS < REFUSO
              GO TO FIN-DESCUENTAAUSENCIA
           END-IF.
           COMPUTE REFUSO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(REFUSO)
                    + FUNCTION INTEGER-OF-DATE(FINAUS)
                    - FUNCTION INTEGER-OF-DATE(INICIOAUS)).
           IF REFUSO NOT < CORTE
              MOVE 0 TO DORMIDA
           END-IF.
       FIN-DESCUENTAAUSENCIA.
           EXIT.

       AVISADORMIDA SECTION.
       AVD.
           MOVE "G" TO ACCIONAV.
