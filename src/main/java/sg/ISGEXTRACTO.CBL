                      FSGRC QUE ARRASTRA, LOS NODOS CONCEDIDOS
                      DIRECTAMENTE Y LOS HEREDADOS POR CLA-PADRE,
                      CADA UNO CON SU DERIVACION COMPLETA. SALE
                      POR CONSOLA Y POR EL CARRETE DE INFORMES. CADA
                      EJECUCION QUEDA EN LA TRAZA DE LECTURAS SENSIBLES
                      (SRLECTURA) CON QUIEN LA PIDE, DESDE QUE TERMINAL
                      Y SOBRE QUE USUARIO O DEPARTAMENTO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 TICKETJUSTI                 PIC X(16).
       01 ENCONTRADOJUST              PIC 9.

       01 ORIGENLEC                   PIC X(12) VALUE "ISGEXTRACTO".
       01 OPERLEC                     PIC X(8) VALUE "LOTE".
       01 CLAVELEC                    PIC X(128).

       LINKAGE SECTION.
       01 USUCODEIN                   PIC X(64).
       01 DEPARTIN                    PIC X(16).
           MOVE 0 TO CONTADORLIN.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
       PROCESOS.
           MOVE USUCODEIN TO CLAVELEC.
           IF USUCODEIN = SPACES
              MOVE DEPARTIN TO CLAVELEC
           END-IF.
           CALL "SRLECTURA" USING ORIGENLEC OPERLEC CLAVELEC.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
