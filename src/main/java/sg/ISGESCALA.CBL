                      FILA SE CIERRA IGUAL, Y SOLO UN ERROR REAL
                      DE REVOCACION LA DEJA PENDIENTE.
                      ASI EL PLAZO DE REVISION SE CUMPLE SOLO, EN
                      VEZ DE DEPENDER DE PERSEGUIR REVISORES. EL PLAZO
                      SE DETIENE CON LAS AUSENCIAS LARGAS DE FSGAUS
                      (SRCHKAUS): MIENTRAS EL USUARIO ESTA AUSENTE SUS
                      FILAS NI SE ESCALAN NI SE REVOCAN, Y SI LA ULTIMA
                      AUSENCIA EMPEZO ANTES DEL LIMITE, EL LIMITE SE
                      CORRE LOS DIAS QUE DURO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 SEVERIDAD                   PIC X(1).
       01 TEXTOAVISO                  PIC X(128).
       01 RESULTADOAVI                PIC 9.
       01 CNT-PAUSADAS                PIC 9(8).
       01 AUSENTE                     PIC 9.
       01 INICIOAUS                   PIC 9(8).
       01 REGRESOAUS                  PIC 9(8).
       01 FINAUS                      PIC 9(8).

       LINKAGE SECTION.
       01 CONTADORREV                 PIC 9(8).
       INICIALES.
           MOVE 0 TO CONTADORREV.
           MOVE 0 TO CNT-ESCALADAS.
           MOVE 0 TO CNT-PAUSADAS.
           MOVE 0 TO CONTADORLIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE 15 TO DIASREVOCA.
           MOVE SPACES TO LINEASPOOL.
           STRING "TOTALES: ESCALADAS=" CNT-ESCALADAS
                  " REVOCADAS POR PLAZO=" CONTADORREV
                  " EN AUSENCIA=" CNT-PAUSADAS
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.

       TRATAVENCIDA SECTION.
       TRV.
           CALL "SRCHKAUS" USING CLA-USUARIO AUSENTE INICIOAUS
                REGRESOAUS FINAUS.
           IF AUSENTE = 1
              ADD 1 TO CNT-PAUSADAS
              GO TO FIN-TRATAVENCIDA
           END-IF.
           COMPUTE LIMENTERO =
                   FUNCTION INTEGER-OF-DATE(FECHA-LIMITE).
           IF FINAUS > 0 AND INICIOAUS NOT > FECHA-LIMITE
              COMPUTE LIMENTERO = LIMENTERO
                      + FUNCTION INTEGER-OF-DATE(FINAUS)
                      - FUNCTION INTEGER-OF-DATE(INICIOAUS)
              IF FUNCTION DATE-OF-INTEGER(LIMENTERO) NOT < HOY
                 GO TO FIN-TRATAVENCIDA
              END-IF
           END-IF.
           COMPUTE FECHAREVOCA =
                   FUNCTION DATE-OF-INTEGER(LIMENTERO + DIASREVOCA).
           IF HOY > FECHAREVOCA
           MOVE "R" TO ESTADO-CERT.
           MOVE "AUTO-PLAZO" TO DECIDIDO-POR.
           MOVE HOY TO DECISION-FECHA.
           IF VERSION-CERT NOT NUMERIC OR VERSION-CERT = 999999
              MOVE 0 TO VERSION-CERT
           END-IF.
           ADD 1 TO VERSION-CERT.
           REWRITE RSGCERT INVALID KEY
                   GO TO FIN-REVOCAPLAZO.
           IF ERROR-1 NOT = "0"
