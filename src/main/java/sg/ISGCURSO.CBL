       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGCURSO.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      INTERFAZ NOCTURNA CON EL EXTRACTO DE CURSOS
                      COMPLETADOS DEL SISTEMA DE FORMACION (USUARIO,
                      CODIGO DE CURSO, FECHA DE FINALIZACION Y FECHA
                      DE CADUCIDAD DEL CERTIFICADO, CERO SI NO
                      CADUCA): CADA FILA DA DE ALTA O ACTUALIZA SU
                      FILA DE FSGCURSO CON TRAZA. ES LA BASE DE LOS
                      REQUISITOS DE FORMACION POR ROLE (FSGPREQ,
                      SRCHKPREQ). EL EXTRACTO DEBE TERMINAR EN SU
                      REGISTRO DE COLA CON LA CUENTA DE FILAS Y EL
                      NUMERO DE SECUENCIA (SRCONTROL): UN FICHERO SIN
                      COLA, DESCUADRADO, REPETIDO O CON HUECO SE
                      RECHAZA ENTERO SIN CARGAR NADA. SI NO SE LE DA
                      NOMBRE LEE mnu/SG/CURSOEXT. CADA PASADA LLEVA SU
                      IDENTIFICADOR DE EJECUCION (SRLOTE), QUE QUEDA
                      ESTAMPADO EN CADA REGISTRO DE TRAZA QUE ESCRIBE,
                      PARA PODER DESHACERLA ENTERA CON ISGREVLOTE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGCURSO-SEL".

           SELECT FCURSOS
                  ASSIGN TO RANDOM NOMBRECURSOS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGCURSO-FD".

       FD  FCURSOS
           DATA RECORD IS RCURSOS.
       01  RCURSOS.
           03 CU-USUARIO PIC X(64).
           03 CU-CURSO PIC X(16).
           03 CU-COMPLETA PIC X(8).
           03 CU-CADUCA PIC X(8).
           03 CU-RESTO PIC X(32).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGCURSO              PIC X(256).
       01 NOMBRECURSOS                PIC X(256).
       01 SIGUE                       PIC 9.
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 HOY                         PIC 9(8).
       01 CNT-LEIDAS                  PIC 9(8).
       01 CNT-ALTAS                   PIC 9(8).
       01 CNT-CAMBIOS                 PIC 9(8).
       01 CNT-IGUALES                 PIC 9(8).
       01 CNT-RECHAZADAS              PIC 9(8).

       01 MARCACOLA                   PIC X(9) VALUE "*TRAILER*".
       01 ACCIONCTL                   PIC X.
       01 FEEDCTL                     PIC X(12) VALUE "ISGCURSO".
       01 SECUENCIACTL                PIC 9(8).
       01 PLANEADOSCTL                PIC 9(8).
       01 POBLACIONCTL                PIC 9(8).
       01 RESULTADOCTL                PIC 9.
       01 MOTIVOCTL                   PIC X(40).
       01 ACCIONLOTE                  PIC X.
       01 PROGRAMALOTE                PIC X(12) VALUE "ISGCURSO".
       01 EJECUCIONLOTE               PIC X(16).

       LINKAGE SECTION.
       01 NOMBRECURSOSIN              PIC X(256).
       01 CONTADORCUR                 PIC 9(8).

       PROCEDURE DIVISION USING NOMBRECURSOSIN CONTADORCUR.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORCUR.
           MOVE 0 TO CNT-LEIDAS.
           MOVE 0 TO CNT-ALTAS.
           MOVE 0 TO CNT-CAMBIOS.
           MOVE 0 TO CNT-IGUALES.
           MOVE 0 TO CNT-RECHAZADAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE "mnu/SG/FSGCURSO" TO NOMBREFSGCURSO.
           MOVE NOMBRECURSOSIN TO NOMBRECURSOS.
           IF NOMBRECURSOS = SPACES OR LOW-VALUES
              MOVE "mnu/SG/CURSOEXT" TO NOMBRECURSOS
           END-IF.
       PROCESOS.
           MOVE "I" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           MOVE "V" TO ACCIONCTL.
           CALL "SRCONTROL" USING ACCIONCTL FEEDCTL NOMBRECURSOS
                SECUENCIACTL PLANEADOSCTL POBLACIONCTL
                RESULTADOCTL MOTIVOCTL.
           IF RESULTADOCTL NOT = 0
              DISPLAY "ISGCURSO FICHERO RECHAZADO ENTERO, "
                      "NADA CARGADO: " MOTIVOCTL UPON SYSOUT
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           IF MOTIVOCTL NOT = SPACES
              DISPLAY "ISGCURSO AVISO: " MOTIVOCTL UPON SYSOUT
           END-IF.
           OPEN INPUT FCURSOS.
           IF ERRORES NOT = "00"
              DISPLAY "ISGCURSO NO SE PUDO ABRIR " NOMBRECURSOS
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           OPEN I-O FSGCURSO.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGCURSO
              OPEN OUTPUT FSGCURSO
              CLOSE FSGCURSO
              OPEN I-O FSGCURSO
           END-IF.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGCURSO NO SE PUDO ABRIR " NOMBREFSGCURSO
                      UPON SYSOUT
              CLOSE FCURSOS
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FCURSOS AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND RCURSOS(1:9) NOT = MARCACOLA
                 ADD 1 TO CNT-LEIDAS
                 PERFORM TRATAFILA
              END-IF
           END-PERFORM.
           CLOSE FSGCURSO.
           CLOSE FCURSOS.
           MOVE "C" TO ACCIONCTL.
           CALL "SRCONTROL" USING ACCIONCTL FEEDCTL NOMBRECURSOS
                SECUENCIACTL PLANEADOSCTL POBLACIONCTL
                RESULTADOCTL MOTIVOCTL.
           COMPUTE CONTADORCUR = CNT-ALTAS + CNT-CAMBIOS.
           DISPLAY "ISGCURSO LEIDAS=" CNT-LEIDAS
                   " ALTAS=" CNT-ALTAS
                   " CAMBIOS=" CNT-CAMBIOS
                   " SIN CAMBIO=" CNT-IGUALES
                   " RECHAZADAS=" CNT-RECHAZADAS UPON SYSOUT.
       FIN-PROCESOS.
           MOVE "F" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       TRATAFILA SECTION.
       TRA.
           IF CU-USUARIO = SPACES OR CU-CURSO = SPACES
              ADD 1 TO CNT-RECHAZADAS
              DISPLAY "RECHAZADA FILA SIN USUARIO O SIN CURSO"
                      UPON SYSOUT
              GO TO FIN-TRATAFILA
           END-IF.
           IF CU-COMPLETA NOT NUMERIC
              ADD 1 TO CNT-RECHAZADAS
              DISPLAY "RECHAZADA FECHA DE FINALIZACION "
                      CU-USUARIO(1:24) " " CU-CURSO UPON SYSOUT
              GO TO FIN-TRATAFILA
           END-IF.
           IF CU-CADUCA = SPACES
              MOVE ZEROS TO CU-CADUCA
           END-IF.
           IF CU-CADUCA NOT NUMERIC
              ADD 1 TO CNT-RECHAZADAS
              DISPLAY "RECHAZADA FECHA DE CADUCIDAD "
                      CU-USUARIO(1:24) " " CU-CURSO UPON SYSOUT
              GO TO FIN-TRATAFILA
           END-IF.
           MOVE CU-USUARIO TO CLA-USUARIO.
           MOVE CU-CURSO TO CLA-CURSO.
           READ FSGCURSO INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0"
              PERFORM CAMBIACURSO
           ELSE
              PERFORM ALTACURSO
           END-IF.
       FIN-TRATAFILA.
           EXIT.

       ALTACURSO SECTION.
       ALC.
           INITIALIZE RSGCURSO.
           MOVE CU-USUARIO TO CLA-USUARIO.
           MOVE CU-CURSO TO CLA-CURSO.
           MOVE CU-COMPLETA TO FECHA-COMPLETA.
           MOVE CU-CADUCA TO FECHA-CADUCA.
           MOVE HOY TO FECHA-CARGA.
           WRITE RSGCURSO INVALID KEY
                 ADD 1 TO CNT-RECHAZADAS
                 GO TO FIN-ALTACURSO.
           IF ERROR-1 NOT = "0"
              ADD 1 TO CNT-RECHAZADAS
              GO TO FIN-ALTACURSO
           END-IF.
           ADD 1 TO CNT-ALTAS.
           MOVE "A" TO ABM.
           MOVE RSGCURSO TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGCURSO ABM REGISTRO.
       FIN-ALTACURSO.
           EXIT.

       CAMBIACURSO SECTION.
       CMC.
           IF FECHA-COMPLETA = CU-COMPLETA AND
              FECHA-CADUCA = CU-CADUCA
              ADD 1 TO CNT-IGUALES
              GO TO FIN-CAMBIACURSO
           END-IF.
           MOVE CU-COMPLETA TO FECHA-COMPLETA.
           MOVE CU-CADUCA TO FECHA-CADUCA.
           MOVE HOY TO FECHA-CARGA.
           REWRITE RSGCURSO INVALID KEY
                   ADD 1 TO CNT-RECHAZADAS
                   GO TO FIN-CAMBIACURSO.
           IF ERROR-1 NOT = "0"
              ADD 1 TO CNT-RECHAZADAS
              GO TO FIN-CAMBIACURSO
           END-IF.
           ADD 1 TO CNT-CAMBIOS.
           MOVE "M" TO ABM.
           MOVE RSGCURSO TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGCURSO ABM REGISTRO.
       FIN-CAMBIACURSO.
           EXIT.
