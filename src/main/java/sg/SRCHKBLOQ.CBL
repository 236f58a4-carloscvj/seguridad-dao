       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRCHKBLOQ.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DICE SI LA CONGELACION DE UN USUARIO EN FSGCONG
                      VIENE DE UN BLOQUEO MASIVO POR INCIDENTE
                      (SRBLOQUEO, TIPO-CONG "B") Y DEVUELVE LA
                      REFERENCIA DEL CASO, PARA QUE SRAUTORIZA DE A
                      ESAS DENEGACIONES SU PROPIA RAZON.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGCONG-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGCONG-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGCONG               PIC X(256).

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 BLOQUEADO                   PIC 9.
       01 CASOOUT                     PIC X(16).

       PROCEDURE DIVISION USING USUCODE BLOQUEADO CASOOUT.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO BLOQUEADO.
           MOVE SPACES TO CASOOUT.
           MOVE "mnu/SG/FSGCONG" TO NOMBREFSGCONG.
           OPEN INPUT FSGCONG.
           IF ERROR-1 = "0"
              MOVE USUCODE TO CLA
              READ FSGCONG WITH IGNORE LOCK INVALID KEY
                   CONTINUE
              END-READ
              IF ERROR-1 = "0" AND TIPO-CONG = "B"
                 MOVE 1 TO BLOQUEADO
                 MOVE CASO TO CASOOUT
              END-IF
              CLOSE FSGCONG
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
