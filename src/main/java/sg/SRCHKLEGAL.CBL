       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRCHKLEGAL.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      COMPRUEBA SI UN OBJETO ESTA BAJO RETENCION
                      LEGAL SEGUN FSGLEGAL. TIPO U USUARIO, R ROLE,
                      N NODO; TIPO F SOLO MIRA LOS RANGOS DE FECHAS.
                      UNA RETENCION ACTIVA DEL OBJETO SIN RANGO LO
                      RETIENE SIEMPRE; CON RANGO SOLO SI LA FECHA DEL
                      MATERIAL CAE DENTRO (FECHA 0 SIGNIFICA EL
                      OBJETO ENTERO). ADEMAS CUALQUIER RETENCION
                      ACTIVA DE TIPO F CUYO RANGO CUBRA LA FECHA DEL
                      MATERIAL LO RETIENE SEA CUAL SEA EL OBJETO.
                      DEVUELVE RETENIDO 1 Y EL CASO QUE LO RETIENE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGLEGAL-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGLEGAL-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGLEGAL              PIC X(256).
       01 SIGUE                       PIC 9.

       LINKAGE SECTION.
       01 TIPO                        PIC X(1).
       01 OBJETO                      PIC X(64).
       01 FECHAREG                    PIC 9(8).
       01 RETENIDO                    PIC 9.
       01 CASOOUT                     PIC X(16).

       PROCEDURE DIVISION USING TIPO OBJETO FECHAREG RETENIDO
                                CASOOUT.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RETENIDO.
           MOVE SPACES TO CASOOUT.
           MOVE "mnu/SG/FSGLEGAL" TO NOMBREFSGLEGAL.
           OPEN INPUT FSGLEGAL.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PROCESOS
           END-IF.
           IF TIPO NOT = "F"
              PERFORM MIRAOBJETO
           END-IF.
           IF RETENIDO = 0 AND FECHAREG > 0
              PERFORM MIRAFECHAS
           END-IF.
           CLOSE FSGLEGAL.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       MIRAOBJETO SECTION.
       MOB.
           MOVE 1 TO SIGUE.
           MOVE TIPO TO CLA-TIPO.
           MOVE OBJETO TO CLA-OBJETO.
           MOVE LOW-VALUES TO CLA-CASO.
           START FSGLEGAL KEY NOT < CLA INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0 OR RETENIDO = 1
              READ FSGLEGAL NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 IF CLA-TIPO NOT = TIPO OR CLA-OBJETO NOT = OBJETO
                    MOVE 0 TO SIGUE
                 ELSE
                    IF ESTADO = "A"
                       IF FECHA-DESDE = 0 AND FECHA-HASTA = 0
                          MOVE 1 TO RETENIDO
                       END-IF
                       IF FECHAREG = 0
                          MOVE 1 TO RETENIDO
                       END-IF
                       IF FECHAREG NOT < FECHA-DESDE AND
                          (FECHA-HASTA = 0 OR
                           FECHAREG NOT > FECHA-HASTA)
                          MOVE 1 TO RETENIDO
                       END-IF
                       IF RETENIDO = 1
                          MOVE CLA-CASO TO CASOOUT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       FIN-MIRAOBJETO.
           EXIT.

       MIRAFECHAS SECTION.
       MFE.
           MOVE 1 TO SIGUE.
           MOVE "F" TO CLA-TIPO.
           MOVE LOW-VALUES TO CLA-OBJETO.
           MOVE LOW-VALUES TO CLA-CASO.
           START FSGLEGAL KEY NOT < CLA INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0 OR RETENIDO = 1
              READ FSGLEGAL NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 IF CLA-TIPO NOT = "F"
                    MOVE 0 TO SIGUE
                 ELSE
                    IF ESTADO = "A" AND
                       FECHAREG NOT < FECHA-DESDE AND
                       (FECHA-HASTA = 0 OR
                        FECHAREG NOT > FECHA-HASTA)
                       MOVE 1 TO RETENIDO
                       MOVE CLA-CASO TO CASOOUT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       FIN-MIRAFECHAS.
           EXIT.
