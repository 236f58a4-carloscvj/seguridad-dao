       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRCHKPREQ.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      COMPRUEBA LOS REQUISITOS DE FORMACION DE UN
                      ROLE (TABLA FSGPREQ, ROLE + CODIGO DE CURSO)
                      CONTRA LOS CURSOS COMPLETADOS DEL USUARIO QUE
                      CARGA CADA NOCHE ISGCURSO DESDE EL SISTEMA DE
                      FORMACION (FSGCURSO). DEVUELVE 0 SI LOS CUMPLE
                      TODOS, 1 SI FALTA ALGUNO Y 2 SI ALGUNO TIENE EL
                      CERTIFICADO CADUCADO, CON EL PRIMER CURSO QUE
                      FALLA Y SU MOTIVO. UN ROLE SIN REQUISITOS
                      SIEMPRE CUMPLE. LO USAN SSGUR, SRURGRABA (COLA
                      DE CUATRO OJOS E ISGPETICION) E ISGPREREQ.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGPREQ-SEL".
           COPY "FSGCURSO-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGPREQ-FD".
           COPY "FSGCURSO-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGPREQ               PIC X(256).
       01 NOMBREFSGCURSO              PIC X(256).
       01 SIGUE                       PIC 9.
       01 HOY                         PIC 9(8).
       01 CURSOABIERTO                PIC 9.

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 ROLECODE                    PIC X(64).
       01 RESULTADO                   PIC 9.
       01 CURSOOUT                    PIC X(16).
       01 RAZONOUT                    PIC X(40).

       PROCEDURE DIVISION USING USUCODE ROLECODE RESULTADO
                 CURSOOUT RAZONOUT.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADO.
           MOVE SPACES TO CURSOOUT.
           MOVE SPACES TO RAZONOUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE "mnu/SG/FSGPREQ" TO NOMBREFSGPREQ.
           MOVE "mnu/SG/FSGCURSO" TO NOMBREFSGCURSO.
           OPEN INPUT FSGPREQ.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 0 TO CURSOABIERTO.
           OPEN INPUT FSGCURSO.
           IF ERROR-1 = "0"
              MOVE 1 TO CURSOABIERTO
           END-IF.
           MOVE ROLECODE TO CLA-ROLE.
           MOVE LOW-VALUES TO CLA-CURSO OF RSGPREQ.
           MOVE 1 TO SIGUE.
           START FSGPREQ KEY NOT < CLA OF RSGPREQ INVALID KEY
                 MOVE 0 TO SIGUE
           END-START.
           PERFORM UNTIL SIGUE = 0 OR RESULTADO NOT = 0
              READ FSGPREQ NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CLA-ROLE NOT = ROLECODE
                 MOVE 0 TO SIGUE
              END-IF
              IF SIGUE = 1
                 PERFORM MIRACURSO
              END-IF
           END-PERFORM.
           IF CURSOABIERTO = 1
              CLOSE FSGCURSO
           END-IF.
           CLOSE FSGPREQ.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       MIRACURSO SECTION.
       MCU.
           IF CURSOABIERTO = 0
              GO TO FALTACURSO
           END-IF.
           MOVE USUCODE TO CLA-USUARIO.
           MOVE CLA-CURSO OF RSGPREQ TO CLA-CURSO OF RSGCURSO.
           READ FSGCURSO WITH IGNORE LOCK INVALID KEY
                GO TO FALTACURSO.
           IF ERROR-1 NOT = "0"
              GO TO FALTACURSO
           END-IF.
           IF FECHA-CADUCA NUMERIC AND FECHA-CADUCA > 0 AND
              FECHA-CADUCA < HOY
              MOVE 2 TO RESULTADO
              MOVE CLA-CURSO OF RSGPREQ TO CURSOOUT
              STRING "CURSO " CLA-CURSO OF RSGPREQ " CADUCADO"
                     DELIMITED BY SIZE
                     INTO RAZONOUT
              END-STRING
           END-IF.
           GO TO FIN-MIRACURSO.
       FALTACURSO.
           MOVE 1 TO RESULTADO.
           MOVE CLA-CURSO OF RSGPREQ TO CURSOOUT.
           STRING "FALTA EL CURSO " CLA-CURSO OF RSGPREQ
                  DELIMITED BY SIZE
                  INTO RAZONOUT
           END-STRING.
       FIN-MIRACURSO.
           EXIT.
