       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRROBSGRABA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      GRABA (O QUITA) LA OBSOLESCENCIA DE UN ROLE EN
                      EL REGISTRO FSGROBS: FECHA DESDE LA QUE EL ROLE
                      NO ADMITE CONCESIONES NUEVAS, FECHA DE OCASO EN
                      QUE EL BARRIDO ISGOCASO PASA LAS CONCESIONES
                      QUE QUEDEN AL ROLE SUSTITUTO, Y EL SUSTITUTO,
                      QUE ES OBLIGATORIO, DEBE EXISTIR Y NO PUEDE SER
                      EL MISMO ROLE NI ESTAR A SU VEZ OBSOLETO.
                      ACCION "O" MARCA, "Q" QUITA BORRANDO LA FILA.
                      RESULTADO 0 BUENO, 1 DATOS INVALIDOS, 2
                      FICHERO, 3 SUSTITUTO INVALIDO. CADA CAMBIO DEJA
                      TRAZA. LO USAN LAS OPERACIONES OBSOLETA Y
                      VIGENTE DE SSGROLE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGROBS-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGROBS-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 NOMBREFSGROBS               PIC X(256).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 EXISTEROL                   PIC 9.
       01 OBSOLETOSUS                 PIC 9.
       01 SUSTITUTOSUS                PIC X(64).
       01 OCASOSUS                    PIC 9(8).

       LINKAGE SECTION.
       01 ACCION                      PIC X(1).
       01 ROLECODE                    PIC X(64).
       01 FECHAOBSIN                  PIC 9(8).
       01 FECHAOCASOIN                PIC 9(8).
       01 SUSTITUTOIN                 PIC X(64).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING ACCION ROLECODE FECHAOBSIN
                 FECHAOCASOIN SUSTITUTOIN RESULTADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADO.
           IF ROLECODE = SPACES OR LOW-VALUES
              MOVE 1 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           IF ACCION = "O"
              PERFORM VALIDASUSTITUTO
              IF RESULTADO NOT = 0
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           MOVE "mnu/SG/FSGROBS" TO NOMBREFSGROBS.
           OPEN I-O FSGROBS.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGROBS
              OPEN OUTPUT FSGROBS
              CLOSE FSGROBS
              OPEN I-O FSGROBS
           END-IF.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           EVALUATE ACCION
              WHEN "O" PERFORM MARCA
              WHEN "Q" PERFORM QUITA
              WHEN OTHER MOVE 1 TO RESULTADO
           END-EVALUATE.
           CLOSE FSGROBS.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       VALIDASUSTITUTO SECTION.
       VSU.
           IF SUSTITUTOIN = SPACES OR LOW-VALUES OR
              SUSTITUTOIN = ROLECODE
              MOVE 3 TO RESULTADO
              GO TO FIN-VALIDASUSTITUTO
           END-IF.
           CALL "SRCHKROLE" USING SUSTITUTOIN EXISTEROL.
           IF EXISTEROL = 0
              MOVE 3 TO RESULTADO
              GO TO FIN-VALIDASUSTITUTO
           END-IF.
           CALL "SRCHKROBS" USING SUSTITUTOIN OBSOLETOSUS
                SUSTITUTOSUS OCASOSUS.
           IF OBSOLETOSUS = 1
              MOVE 3 TO RESULTADO
           END-IF.
       FIN-VALIDASUSTITUTO.
           EXIT.

       MARCA SECTION.
       MAR.
           INITIALIZE RSGROBS.
           MOVE ROLECODE TO CLA.
           IF FECHAOBSIN NUMERIC AND FECHAOBSIN > 0
              MOVE FECHAOBSIN TO FECHA-OBSOLETO
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-OBSOLETO
           END-IF.
           IF FECHAOCASOIN NUMERIC AND FECHAOCASOIN > 0
              MOVE FECHAOCASOIN TO FECHA-OCASO
           ELSE
              MOVE 0 TO FECHA-OCASO
           END-IF.
           IF FECHA-OCASO > 0 AND FECHA-OCASO < FECHA-OBSOLETO
              MOVE 1 TO RESULTADO
              GO TO FIN-MARCA
           END-IF.
           MOVE SUSTITUTOIN TO CLA-SUSTITUTO.
           MOVE USUARIO TO MODPOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MODFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MODHORA.
           WRITE RSGROBS INVALID KEY
                 REWRITE RSGROBS
                 END-REWRITE
           END-WRITE.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-MARCA
           END-IF.
           MOVE "M" TO ABM.
           MOVE RSGROBS TO REGISTRO.
           CALL "SRUTRAZA" USING NOMBREFSGROBS ABM REGISTRO.
       FIN-MARCA.
           EXIT.

       QUITA SECTION.
       QUI.
           MOVE ROLECODE TO CLA.
           READ FSGROBS INVALID KEY
                MOVE 1 TO RESULTADO
                GO TO FIN-QUITA.
           MOVE RSGROBS TO REGISTRO.
           DELETE FSGROBS INVALID KEY
                  MOVE 2 TO RESULTADO
                  GO TO FIN-QUITA.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-QUITA
           END-IF.
           MOVE "B" TO ABM.
           CALL "SRUTRAZA" USING NOMBREFSGROBS ABM REGISTRO.
       FIN-QUITA.
           EXIT.
