       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRESTRENCOLA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ENCOLA EN FSGESTR UN CAMBIO ESTRUCTURAL CON
                      FECHA DE VIGOR FUTURA SOBRE FSGNODO, FSGNR O
                      FSGRC (IMAGEN DE REGISTRO MAS CODIGO ABM: A
                      ALTA, M MODIFICACION, B BAJA). EL SOLICITANTE
                      QUEDA ESTAMPADO DESDE LA VARIABLE EXTERNA
                      USUARIO. LOS CICLOS SE COMPRUEBAN YA AL
                      ENCOLAR (SRESTRCICLO) Y OTRA VEZ EL DIA DE LA
                      APLICACION EN ISGESTRUCT. RESULTADO 0 BIEN,
                      1 DATOS INCORRECTOS, 2 ERROR DE FICHERO,
                      3 CERRARIA UN CICLO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGESTR-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGESTR-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 NOMBREFSGESTR               PIC X(256).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 SECUENCIA                   PIC 9(4).
       01 HOY                         PIC 9(8).
       01 HAYCICLO                    PIC 9.

       LINKAGE SECTION.
       01 SERVIDORIN                  PIC X(8).
       01 ABMIN                       PIC X(1).
       01 VIGORIN                     PIC 9(8).
       01 REGISTROIN                  PIC X(192).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING SERVIDORIN ABMIN VIGORIN REGISTROIN
                 RESULTADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           IF SERVIDORIN NOT = "FSGNODO" AND
              SERVIDORIN NOT = "FSGNR" AND
              SERVIDORIN NOT = "FSGRC"
              MOVE 1 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           IF ABMIN NOT = "A" AND ABMIN NOT = "M" AND
              ABMIN NOT = "B"
              MOVE 1 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           IF VIGORIN NOT > HOY OR REGISTROIN(1:64) = SPACES
              MOVE 1 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           CALL "SRESTRCICLO" USING SERVIDORIN ABMIN REGISTROIN
                HAYCICLO.
           IF HAYCICLO = 1
              MOVE 3 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "mnu/SG/FSGESTR" TO NOMBREFSGESTR.
           OPEN I-O FSGESTR.
           IF ERRORES = "35" OR
             (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGESTR
              OPEN OUTPUT FSGESTR
              CLOSE FSGESTR
              OPEN I-O FSGESTR
           END-IF.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 0 TO SECUENCIA.
       INTENTA.
           INITIALIZE RSGESTR.
           MOVE VIGORIN TO CLA-VIGOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CLA-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CLA-HORA.
           MOVE SECUENCIA TO CLA-SEQ.
           MOVE SERVIDORIN TO SERVIDOR-EST.
           MOVE ABMIN TO ABM-EST.
           MOVE USUARIO TO SOLICITANTE.
           MOVE "P" TO ESTADO-EST.
           MOVE 0 TO APLICADO-FECHA.
           MOVE SPACES TO MOTIVO-EST.
           MOVE REGISTROIN TO REGISTRO-EST.
           WRITE RSGESTR INVALID KEY
                 ADD 1 TO SECUENCIA
                 IF SECUENCIA < 9999
                    GO TO INTENTA
                 ELSE
                    MOVE 2 TO RESULTADO
                 END-IF
           END-WRITE.
           IF RESULTADO = 0
              MOVE "A" TO ABM
              MOVE RSGESTR TO REGISTRO
              CALL "SRUTRAZA" USING NOMBREFSGESTR ABM REGISTRO
           END-IF.
           CLOSE FSGESTR.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
