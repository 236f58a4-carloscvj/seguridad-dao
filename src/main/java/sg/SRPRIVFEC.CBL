       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRPRIVFEC.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      FECHA DEL ULTIMO INVENTARIO DE ACCESO PRIVILEGIADO
                      mnu/SG/PRIVINV, GUARDADA EN mnu/SG/PRIVINVFEC.
                      ACCION "C" LA CONSULTA (CERO SI NUNCA SE SACO) Y
                      ACCION "G" GRABA LA DE HOY CUANDO ISGPRIVINV
                      TERMINA DE ESCRIBIR EL INVENTARIO. ISGNOCHE LA
                      USA PARA LANZAR EL INVENTARIO LA PRIMERA NOCHE
                      DEL TRIMESTRE QUE CORRA AUNQUE NO SEA EL DIA UNO,
                      E ISGPRIVINV PARA NO ROTAR PRIVINVANT SI SE
                      REPITE DENTRO DEL MISMO TRIMESTRE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPRVFEC
                  ASSIGN TO RANDOM NOMBREPRVFEC
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
       FD  FPRVFEC
           DATA RECORD IS RPRVFEC.
       01  RPRVFEC.
           03 PF-FECHA PIC 9(8).
           03 PF-HORA PIC 9(6).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREPRVFEC                PIC X(256)
          VALUE "mnu/SG/PRIVINVFEC".

       LINKAGE SECTION.
       01 ACCION                      PIC X(1).
       01 FECHAINV                    PIC 9(8).

       PROCEDURE DIVISION USING ACCION FECHAINV.

       PROGRAMA SECTION.
       PROCESOS.
           IF ACCION = "G"
              PERFORM GRABAFECHA
           ELSE
              PERFORM LEEFECHA
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       LEEFECHA SECTION.
       LFE.
           MOVE 0 TO FECHAINV.
           OPEN INPUT FPRVFEC.
           IF ERRORES NOT = "00"
              GO TO FIN-LEEFECHA
           END-IF.
           READ FPRVFEC AT END
                CONTINUE
           END-READ.
           IF ERRORES = "00" AND PF-FECHA NUMERIC
              MOVE PF-FECHA TO FECHAINV
           END-IF.
           CLOSE FPRVFEC.
       FIN-LEEFECHA.
           EXIT.

       GRABAFECHA SECTION.
       GFE.
           OPEN OUTPUT FPRVFEC.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREPRVFEC
              OPEN OUTPUT FPRVFEC
           END-IF.
           IF ERRORES NOT = "00"
              GO TO FIN-GRABAFECHA
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PF-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PF-HORA.
           MOVE PF-FECHA TO FECHAINV.
           WRITE RPRVFEC.
           CLOSE FPRVFEC.
       FIN-GRABAFECHA.
           EXIT.
