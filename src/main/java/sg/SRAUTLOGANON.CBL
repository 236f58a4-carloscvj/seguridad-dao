       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRAUTLOGANON.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ANONIMIZA LAS APARICIONES DE UN USUARIO EN EL
                      REGISTRO DE INTENTOS DE AUTENTICACION
                      mnu/SG/AUTLOG: SUSTITUYE AL-USUARIO POR
                      "ANONIMO" CONSERVANDO FECHA, HORA, TERMINAL Y
                      RESULTADO DE CADA INTENTO, PARA QUE ISGINTENTOS
                      SIGA CONTANDO LOS FALLOS. EL FICHERO SE REESCRIBE
                      SOBRE UNA COPIA DE TRABAJO. LOS INTENTOS CUYA
                      FECHA CAE EN UN RANGO BAJO RETENCION LEGAL
                      (FSGLEGAL TIPO F) NO SE TOCAN Y SE CUENTAN APARTE
                      EN CONTADORRET.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WO-AUTLOG-SEL".

           SELECT FANO
                  ASSIGN TO RANDOM NOMBREANO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "WO-AUTLOG-FD".

       FD  FANO
           DATA RECORD IS RANO.
       01  RANO       PIC X(95).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREAUTLOG                PIC X(256)
          VALUE "mnu/SG/AUTLOG".
       01 NOMBREANO                   PIC X(256)
          VALUE "mnu/SG/AUTLOGANO".
       01 SIGUE                       PIC 9.
       01 ANONIMO                     PIC X(64) VALUE "ANONIMO".
       01 TIPOLEG                     PIC X(1) VALUE "F".
       01 OBJETOLEG                   PIC X(64).
       01 RETENIDO                    PIC 9.
       01 CASOLEG                     PIC X(16).

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 CONTADORANON                PIC 9(8).
       01 CONTADORRET                 PIC 9(8).

       PROCEDURE DIVISION USING USUCODE CONTADORANON CONTADORRET.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORANON.
           MOVE 0 TO CONTADORRET.
       PROCESOS.
           OPEN INPUT FAUTLOG.
           IF ERRORES NOT = "00"
              GO TO FIN-PROCESOS
           END-IF.
           OPEN OUTPUT FANO.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FAUTLOG AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 MOVE RAUTLOG TO RANO
                 WRITE RANO
              END-IF
           END-PERFORM.
           CLOSE FANO.
           CLOSE FAUTLOG.
           OPEN INPUT FANO.
           IF ERRORES NOT = "00"
              GO TO FIN-PROCESOS
           END-IF.
           OPEN OUTPUT FAUTLOG.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FANO AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 MOVE RANO TO RAUTLOG
                 PERFORM ANONIMIZA
                 WRITE RAUTLOG
              END-IF
           END-PERFORM.
           CLOSE FAUTLOG.
           CLOSE FANO.
           CALL "PRURM" USING NOMBREANO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ANONIMIZA SECTION.
       ANO.
           IF AL-USUARIO NOT = USUCODE
              GO TO FIN-ANONIMIZA
           END-IF.
           MOVE SPACES TO OBJETOLEG.
           CALL "SRCHKLEGAL" USING TIPOLEG OBJETOLEG AL-FECHA
                RETENIDO CASOLEG.
           IF RETENIDO = 1
              ADD 1 TO CONTADORRET
              GO TO FIN-ANONIMIZA
           END-IF.
           MOVE ANONIMO TO AL-USUARIO.
           ADD 1 TO CONTADORANON.
       FIN-ANONIMIZA.
           EXIT.
