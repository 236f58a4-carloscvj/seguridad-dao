       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGIDREG.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      PUESTA AL DIA NOCTURNA DEL REGISTRO PERMANENTE DE
                      CODIGOS DE USUARIO FSGIDREG (SRIDREG): TODO
                      CODIGO DE FSGUSU QUE NO ESTE REGISTRADO SE
                      REGISTRA (ACTIVO O DE BAJA SEGUN LA FICHA), SE
                      AJUSTA EL ESTADO DE LOS QUE HAN CAMBIADO POR
                      OTRA VIA, Y TODO CODIGO DEL ARCHIVO FSGUSUARC QUE
                      NO ESTE REGISTRADO SE REGISTRA COMO ARCHIVADO.
                      UN RECONTRATADO EN REVISION SIGUE ASI MIENTRAS
                      ESTE ACTIVO. DEVUELVE EL NUMERO DE FILAS
                      REGISTRADAS O AJUSTADAS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUSU-SEL".

           SELECT FARC
                  ASSIGN TO RANDOM NOMBREARC
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGUSU-FD".

       FD  FARC
           DATA RECORD IS RARC.
       01  RARC       PIC X(256).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGUSU                PIC X(256).
       01 NOMBREARC                   PIC X(256)
          VALUE "mnu/SG/FSGUSUARC".
       01 SIGUE                       PIC 9.
       01 ACCIONREG                   PIC X(1).
       01 USUREG                      PIC X(64).
       01 EMPLEADOREG                 PIC X(12).
       01 DESREG                      PIC X(64).
       01 ESTADOREG                   PIC X(1).
       01 ESTADOQUIERO                PIC X(1).
       01 RESULTADOREG                PIC 9.
       01 CNT-NUEVOS                  PIC 9(8).
       01 CNT-AJUSTADOS               PIC 9(8).

       LINKAGE SECTION.
       01 CONTADOR                    PIC 9(8).

       PROCEDURE DIVISION USING CONTADOR.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADOR.
           MOVE 0 TO CNT-NUEVOS.
           MOVE 0 TO CNT-AJUSTADOS.
           MOVE "mnu/SG/FSGUSU" TO NOMBREFSGUSU.
       PROCESOS.
           OPEN INPUT FSGUSU.
           IF ERROR-1 = "0"
              MOVE 1 TO SIGUE
              PERFORM UNTIL SIGUE = 0
                 READ FSGUSU NEXT RECORD WITH IGNORE LOCK AT END
                      MOVE 0 TO SIGUE
                 END-READ
                 IF SIGUE = 1
                    PERFORM MIRAUSUARIO
                 END-IF
              END-PERFORM
              CLOSE FSGUSU
           END-IF.
           OPEN INPUT FARC.
           IF ERRORES = "00"
              MOVE 1 TO SIGUE
              PERFORM UNTIL SIGUE = 0
                 READ FARC AT END
                      MOVE 0 TO SIGUE
                 END-READ
                 IF SIGUE = 1 AND RARC(1:64) NOT = SPACES
                    PERFORM MIRAARCHIVADO
                 END-IF
              END-PERFORM
              CLOSE FARC
           END-IF.
           COMPUTE CONTADOR = CNT-NUEVOS + CNT-AJUSTADOS.
           DISPLAY "ISGIDREG CODIGOS REGISTRADOS=" CNT-NUEVOS
                   " AJUSTADOS=" CNT-AJUSTADOS UPON SYSOUT.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       MIRAUSUARIO SECTION.
       MUS.
           MOVE CLA TO USUREG.
           MOVE "C" TO ACCIONREG.
           MOVE SPACES TO EMPLEADOREG.
           MOVE SPACES TO DESREG.
           MOVE SPACES TO ESTADOREG.
           CALL "SRIDREG" USING ACCIONREG USUREG EMPLEADOREG DESREG
                ESTADOREG RESULTADOREG.
           IF ACTIVO = "N"
              MOVE "B" TO ESTADOQUIERO
           ELSE
              IF ESTADOREG = "R"
                 MOVE "R" TO ESTADOQUIERO
              ELSE
                 MOVE "A" TO ESTADOQUIERO
              END-IF
           END-IF.
           IF RESULTADOREG = 1 AND
              (ESTADOREG = ESTADOQUIERO OR ESTADOREG = "P")
              GO TO FIN-MIRAUSUARIO
           END-IF.
           IF RESULTADOREG = 0
              ADD 1 TO CNT-NUEVOS
           ELSE
              ADD 1 TO CNT-AJUSTADOS
           END-IF.
           MOVE "R" TO ACCIONREG.
           MOVE SPACES TO EMPLEADOREG.
           MOVE DES TO DESREG.
           MOVE ESTADOQUIERO TO ESTADOREG.
           CALL "SRIDREG" USING ACCIONREG USUREG EMPLEADOREG DESREG
                ESTADOREG RESULTADOREG.
       FIN-MIRAUSUARIO.
           EXIT.

       MIRAARCHIVADO SECTION.
       MAR.
           MOVE RARC(1:64) TO USUREG.
           MOVE "C" TO ACCIONREG.
           CALL "SRIDREG" USING ACCIONREG USUREG EMPLEADOREG DESREG
                ESTADOREG RESULTADOREG.
           IF RESULTADOREG NOT = 0
              GO TO FIN-MIRAARCHIVADO
           END-IF.
           ADD 1 TO CNT-NUEVOS.
           MOVE "R" TO ACCIONREG.
           MOVE SPACES TO EMPLEADOREG.
           MOVE RARC(65:64) TO DESREG.
           MOVE "X" TO ESTADOREG.
           CALL "SRIDREG" USING ACCIONREG USUREG EMPLEADOREG DESREG
                ESTADOREG RESULTADOREG.
       FIN-MIRAARCHIVADO.
           EXIT.
