                      DENIEGA TODO MIENTRAS LA FILA EXISTA Y EL
                      DESCONGELADO RESTAURA EL ACCESO TAL CUAL.
                      SE APLICA SOLO DESDE LA COLA DE CUATRO OJOS
                      (SSGPEND, SERVIDOR FSGCONG). LA ACCION "B" CONGELA
                      IGUAL PERO MARCANDO LA FILA COMO DE UN BLOQUEO
                      MASIVO POR INCIDENTE (SRBLOQUEO), Y LA ACCION "L"
                      LIBERA DE UNA VEZ TODAS LAS FILAS DE BLOQUEO DEL
                      CASO DADO, SIN TOCAR LAS CONGELACIONES
                      INDIVIDUALES AUNQUE COMPARTAN LA REFERENCIA. EL
                      USUARIO DE UN BLOQUEO YA CONGELADO A TITULO
                      INDIVIDUAL SIGUE CON SU PROPIA FILA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 NOMBREFSGCONG               PIC X(256).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 SIGUE                       PIC 9.

       LINKAGE SECTION.
       01 ACCION                      PIC X(1).
       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADO.
           IF ACCION NOT = "L" AND
              (USUCODE = SPACES OR LOW-VALUES)
              MOVE 1 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           EVALUATE ACCION
              WHEN "C" PERFORM CONGELA
              WHEN "D" PERFORM DESCONGELA
              WHEN "B" PERFORM CONGELA
              WHEN "L" PERFORM LIBERABLOQUEO
              WHEN OTHER MOVE 1 TO RESULTADO
           END-EVALUATE.
           CLOSE FSGCONG.
           INITIALIZE RSGCONG.
           MOVE USUCODE TO CLA.
           MOVE CASOIN TO CASO.
           IF ACCION = "B"
              MOVE "B" TO TIPO-CONG
           END-IF.
           MOVE USUARIO TO CONGELADO-POR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CONG.
           MOVE FUNCTION CURRENT-DATE(9:6) TO HORA-CONG.
           CALL "SRUTRAZA" USING NOMBREFSGCONG ABM REGISTRO.
       FIN-DESCONGELA.
           EXIT.

       LIBERABLOQUEO SECTION.
       LIB.
           IF CASOIN = SPACES OR LOW-VALUES
              MOVE 1 TO RESULTADO
              GO TO FIN-LIBERABLOQUEO
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGCONG NEXT RECORD AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CASO = CASOIN AND TIPO-CONG = "B"
                 MOVE RSGCONG TO REGISTRO
                 DELETE FSGCONG INVALID KEY
                        MOVE 2 TO RESULTADO
                 END-DELETE
                 IF ERROR-1 = "0"
                    MOVE "B" TO ABM
                    CALL "SRUTRAZA" USING NOMBREFSGCONG ABM REGISTRO
                 END-IF
              END-IF
           END-PERFORM.
       FIN-LIBERABLOQUEO.
           EXIT.
