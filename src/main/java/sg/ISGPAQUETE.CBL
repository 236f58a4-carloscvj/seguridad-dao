                      UNA LISTA TRUNCADA), Y EL MANIFIESTO
                      mnu/SG/PAQMAN CON
                      LAS CUENTAS ESPERADAS QUE EL DESTINO
                      VERIFICA TRAS CARGAR. CADA FICHERO PAQXXX
                      LLEVA ADEMAS SU MANIFIESTO DE CONTROL
                      (SRMANIF) PARA QUE LOS ISGIMPXXX LO ACEPTEN.
                      PROMOVER ENTRE TEST Y PRODUCCION PASA A SER UN
                      FICHERO, NO UNA TRANSCRIPCION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 CNT-RC                      PIC 9(8).
       01 CNT-RDES                    PIC 9(8).
       01 CNT-EXCLUIDAS               PIC 9(8).
       01 ACCIONMAN                   PIC X.
       01 PROGRAMAMAN                 PIC X(12) VALUE "ISGPAQUETE".
       01 RESULTADOMAN                PIC 9.
       01 MOTIVOMAN                   PIC X(40).

       LINKAGE SECTION.
       01 NOMBREEXPROLEIN             PIC X(256).
           MOVE CNT-RDES TO MA-CUENTA.
           WRITE RMAN.
           CLOSE FMAN.
           MOVE "mnu/SG/PAQROLE" TO NOMBREPAQ.
           PERFORM SELLAPAQUETE.
           MOVE "mnu/SG/PAQNR" TO NOMBREPAQ.
           PERFORM SELLAPAQUETE.
           MOVE "mnu/SG/PAQRC" TO NOMBREPAQ.
           PERFORM SELLAPAQUETE.
           MOVE "mnu/SG/PAQRDES" TO NOMBREPAQ.
           PERFORM SELLAPAQUETE.
       FIN-ESCRIBEMANIFIESTO.
           EXIT.

       SELLAPAQUETE SECTION.
       SPA.
           MOVE "E" TO ACCIONMAN.
           CALL "SRMANIF" USING ACCIONMAN NOMBREPAQ PROGRAMAMAN
                RESULTADOMAN MOTIVOMAN.
           IF RESULTADOMAN NOT = 0
              DISPLAY "ISGPAQUETE SIN MANIFIESTO " MOTIVOMAN UPON SYSOUT
           END-IF.
       FIN-SELLAPAQUETE.
           EXIT.
