                      TIENE, QUE SE INFORMAN), Y DESPUES RETIRA B
                      DESACTIVANDOLO EN FSGROLE. CADA PASO DEJA
                      TRAZA Y LA EJECUCION ES REPETIBLE SI SE
                      INTERRUMPE A MEDIAS. CADA PASADA LLEVA SU
                      IDENTIFICADOR DE EJECUCION (SRLOTE), QUE QUEDA
                      ESTAMPADO EN CADA REGISTRO DE TRAZA QUE ESCRIBE,
                      PARA PODER DESHACERLA ENTERA CON ISGREVLOTE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 MOVDES                      PIC 9(8).
       01 OMIDES                      PIC 9(8).

       01 ACCIONLOTE                  PIC X.
       01 PROGRAMALOTE                PIC X(12) VALUE "ISGFUSION".
       01 EJECUCIONLOTE               PIC X(16).

       LINKAGE SECTION.
       01 ROLEB                       PIC X(64).
       01 ROLEA                       PIC X(64).
           MOVE 0 TO RESULTADO.
           MOVE "mnu/SG/FSGROLE" TO NOMBREFSGROLE.
       PROCESOS.
           MOVE "I" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           IF ROLEB = ROLEA OR ROLEB = SPACES OR ROLEA = SPACES
              MOVE 1 TO RESULTADO
              DISPLAY "ISGFUSION ROLES INVALIDOS" UPON SYSOUT
           DISPLAY "  FSGRDES MOVIDAS=" MOVDES
                   " OMITIDAS=" OMIDES UPON SYSOUT.
       FIN-PROCESOS.
           MOVE "F" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
