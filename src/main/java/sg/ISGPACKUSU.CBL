                      RESULTADOS DE CAMPANA EN FSGCERT Y SU
                      HISTORIA DE DELEGACIONES EN FSGDEL. LO QUE
                      CADA AUDITORIA PIDE Y HOY SE COSE A MANO EN
                      VARIOS DIAS. CADA EJECUCION QUEDA EN LA TRAZA DE
                      LECTURAS SENSIBLES (SRLECTURA) CON QUIEN LA PIDE,
                      DESDE QUE TERMINAL Y SOBRE QUE USUARIO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 TOT-CERT                    PIC 9(8).
       01 TOT-DELEG                   PIC 9(8).

       01 ORIGENLEC                   PIC X(12) VALUE "ISGPACKUSU".
       01 OPERLEC                     PIC X(8) VALUE "LOTE".
       01 CLAVELEC                    PIC X(128).

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 FECHADESDE                  PIC 9(8).
              DISPLAY "ISGPACKUSU FALTA EL USUARIO" UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE USUCODE TO CLAVELEC.
           CALL "SRLECTURA" USING ORIGENLEC OPERLEC CLAVELEC.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
