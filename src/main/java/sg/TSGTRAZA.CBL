                       GENERACION FECHADA <FICHERO>TRZ<AAAAMMDD>,
                       MANTIENE EL CATALOGO <FICHERO>TRZCAT DE
                       GENERACIONES Y APLICA LA RETENCION BORRANDO
                       LAS MAS ANTIGUAS. UNA GENERACION QUE CONTIENE
                       MATERIAL BAJO RETENCION LEGAL (FSGLEGAL: UN
                       REGISTRO DE UN RANGO DE FECHAS RETENIDO, O CUYA
                       CLAVE ES UN USUARIO, ROLE O NODO RETENIDO) NO
                       SE BORRA: SE LISTA CON SU CASO Y SIGUE EN EL
                       CATALOGO HASTA QUE SE LEVANTE LA RETENCION.

        ENVIRONMENT DIVISION.


            COPY "WO-TRAZA-SEL".

            COPY "FSGLEGAL-SEL".

            SELECT FARCH
                   ASSIGN TO RANDOM NOMBREARCH
                   ORGANIZATION IS LINE SEQUENTIAL

            COPY "WO-TRAZA-FD".

            COPY "FSGLEGAL-FD".

        FD  FARCH
            DATA RECORD IS RARCH.
        01  RARCH      PIC X(512).
        01  TABLA-GEN-L.
            03 TABLA-GEN PIC X(8) OCCURS 400 TIMES.
        77  TOTALGEN PIC 9(3).
        01  TABLA-QUEDA-L.
            03 TABLA-QUEDA PIC X(8) OCCURS 400 TIMES.
        77  TOTALQUEDA PIC 9(3).
        77  SOBRAN PIC 9(3).
        77  NOMBREFSGLEGAL PIC X(256).
        01  TABLA-LEGAL-L.
            03 TABLA-LEGAL OCCURS 200 TIMES.
               05 LG-TIPO PIC X(1).
               05 LG-OBJETO PIC X(64).
               05 LG-CASO PIC X(16).
               05 LG-DESDE PIC 9(8).
               05 LG-HASTA PIC 9(8).
        77  TOTALLEGAL PIC 9(3).
        77  LL PIC 9(3).
        77  RETENIDO PIC 9.
        77  CASORET PIC X(16).
        77  CONTRETGEN PIC 9(3).

        LINKAGE SECTION.
        01 NOMBREFICHEROIN PIC X(256).

        RETENCION SECTION.
        RTC.
            IF TOTALGEN NOT > RETENER
               GO TO FIN-RETENCION
            END-IF.
            PERFORM LEELEGAL.
            COMPUTE SOBRAN = TOTALGEN - RETENER.
            MOVE 0 TO TOTALQUEDA.
            MOVE 0 TO CONTRETGEN.
            MOVE SPACES TO TABLA-QUEDA-L.
            PERFORM VARYING II FROM 1 BY 1 UNTIL II > TOTALGEN
               MOVE 0 TO RETENIDO
               IF II NOT > SOBRAN
                  MOVE SPACES TO NOMBREBORRA
                  STRING NOMBREFICHEROIN "TRZ" TABLA-GEN(II)
                         DELIMITED BY " "
                         INTO NOMBREBORRA
                  IF TOTALLEGAL > 0
                     PERFORM MIRAGENERACION
                  END-IF
                  IF RETENIDO = 1
                     ADD 1 TO CONTRETGEN
                     DISPLAY "OMITIDA POR RETENCION LEGAL GENERACION "
                             TABLA-GEN(II) " CASO " CASORET
                             UPON SYSOUT
                  ELSE
                     CALL "PRURM" USING NOMBREBORRA
                     DISPLAY "RETENCION BORRA GENERACION "
                             TABLA-GEN(II) UPON SYSOUT
                  END-IF
               END-IF
               IF II > SOBRAN OR RETENIDO = 1
                  ADD 1 TO TOTALQUEDA
                  MOVE TABLA-GEN(II) TO TABLA-QUEDA(TOTALQUEDA)
               END-IF
            END-PERFORM.
            MOVE TABLA-QUEDA-L TO TABLA-GEN-L.
            MOVE TOTALQUEDA TO TOTALGEN.
            IF CONTRETGEN > 0
               DISPLAY "TSGTRAZA GENERACIONES RETENIDAS=" CONTRETGEN
                       UPON SYSOUT
            END-IF.
        FIN-RETENCION.
            EXIT.

        LEELEGAL SECTION.
        LLE.
            MOVE 0 TO TOTALLEGAL.
            MOVE "mnu/SG/FSGLEGAL" TO NOMBREFSGLEGAL.
            OPEN INPUT FSGLEGAL.
            IF ERROR-1 NOT = "0"
               GO TO FIN-LEELEGAL
            END-IF.
            MOVE 1 TO SIGUE.
            PERFORM UNTIL SIGUE = 0
               READ FSGLEGAL NEXT RECORD WITH IGNORE LOCK AT END
                    MOVE 0 TO SIGUE
               END-READ
               IF SIGUE = 1 AND ESTADO = "A" AND TOTALLEGAL < 200
                  ADD 1 TO TOTALLEGAL
                  MOVE CLA-TIPO TO LG-TIPO(TOTALLEGAL)
                  MOVE CLA-OBJETO TO LG-OBJETO(TOTALLEGAL)
                  MOVE CLA-CASO TO LG-CASO(TOTALLEGAL)
                  MOVE FECHA-DESDE TO LG-DESDE(TOTALLEGAL)
                  MOVE FECHA-HASTA TO LG-HASTA(TOTALLEGAL)
               END-IF
            END-PERFORM.
            CLOSE FSGLEGAL.
        FIN-LEELEGAL.
            EXIT.

        MIRAGENERACION SECTION.
        MGE.
            MOVE NOMBREBORRA TO NOMBRETRAZA.
            OPEN INPUT FTRAZA.
            IF ERRORES NOT = "00"
               GO TO FIN-MIRAGENERACION
            END-IF.
            MOVE 1 TO SIGUE.
            PERFORM UNTIL SIGUE = 0 OR RETENIDO = 1
               READ FTRAZA AT END
                    MOVE 0 TO SIGUE
               END-READ
               IF SIGUE = 1
                  PERFORM VARYING LL FROM 1 BY 1
                          UNTIL LL > TOTALLEGAL OR RETENIDO = 1
                     PERFORM MIRAREGISTRO
                  END-PERFORM
               END-IF
            END-PERFORM.
            CLOSE FTRAZA.
        FIN-MIRAGENERACION.
            EXIT.

        MIRAREGISTRO SECTION.
        MRG.
            IF LG-DESDE(LL) > 0 AND TL-FECHA < LG-DESDE(LL)
               GO TO FIN-MIRAREGISTRO
            END-IF.
            IF LG-HASTA(LL) > 0 AND TL-FECHA > LG-HASTA(LL)
               GO TO FIN-MIRAREGISTRO
            END-IF.
            IF LG-TIPO(LL) = "F" OR
               TL-REGISTRO(1:64) = LG-OBJETO(LL) OR
               TL-REGISTRO(65:64) = LG-OBJETO(LL)
               MOVE 1 TO RETENIDO
               MOVE LG-CASO(LL) TO CASORET
            END-IF.
        FIN-MIRAREGISTRO.
            EXIT.

        GRABACATALOGO SECTION.
        GCA.
            OPEN OUTPUT FCAT.
