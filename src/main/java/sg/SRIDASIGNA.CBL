       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRIDASIGNA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ASIGNA UN CODIGO DE USUARIO NUEVO A PARTIR DEL
                      NOMBRE SEGUN LA NORMA DE NOMENCLATURA DE FSGUSU
                      EN FSGNORMA: EL PRIMER PREFIJO ADMITIDO, LA
                      INICIAL DEL NOMBRE Y EL PRIMER APELLIDO (SOLO
                      LETRAS Y CIFRAS, COMO MUCHO 10 CARACTERES). SI EL
                      CODIGO YA EXISTE EN FSGUSU O ESTA EN EL REGISTRO
                      PERMANENTE FSGIDREG (SE USO ALGUNA VEZ, AUNQUE SE
                      HAYA PURGADO O ARCHIVADO) PRUEBA CON LOS SUFIJOS 2
                      A 99. TODO CANDIDATO PASA POR SRCHKNOMBRE.
                      RESULTADO 0 CON EL CODIGO, 3 SI NO HAY NINGUNO
                      LIBRE O NINGUNO CUMPLE LA NORMA (CON EL MOTIVO).
                      NO REGISTRA EL CODIGO: LO HACE QUIEN LO DA DE
                      ALTA (SRIDREG).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FNORMA
                  ASSIGN TO RANDOM NOMBRENORMA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
       FD  FNORMA
           DATA RECORD IS RNORMA.
       01  RNORMA.
           03 NM-FICHERO PIC X(8).
           03 NM-PREFIJOS PIC X(64).
           03 NM-SEGMENTOS PIC 9(2).
           03 NM-CARACTERES PIC X(64).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBRENORMA                 PIC X(256)
          VALUE "mnu/SG/FSGNORMA".
       01 NORMAFICHERO                PIC X(8) VALUE "FSGUSU".
       01 SIGUE                       PIC 9.
       01 PREFIJO                     PIC X(16).
       01 NOMBREMAY                   PIC X(64).
       01 PALABRA1                    PIC X(32).
       01 PALABRA2                    PIC X(32).
       01 CRUDO                       PIC X(64).
       01 BLANCOS                     PIC 9(2).
       01 BASE                        PIC X(10).
       01 LONGIBASE                   PIC 9(2).
       01 LETRA                       PIC X.
       01 II                          PIC 9(3).
       01 SUFIJO                      PIC 9(2).
       01 TEXTOSUF                    PIC X(2).
       01 CANDIDATO                   PIC X(64).
       01 EXISTE                      PIC 9.
       01 CUMPLE                      PIC 9.
       01 MOTIVONORMA                 PIC X(20).
       01 ACCIONREG                   PIC X(1) VALUE "C".
       01 EMPLEADOREG                 PIC X(12).
       01 DESREG                      PIC X(64).
       01 ESTADOREG                   PIC X(1).
       01 RESULTADOREG                PIC 9.

       LINKAGE SECTION.
       01 DESIN                       PIC X(64).
       01 USUOUT                      PIC X(64).
       01 RESULTADO                   PIC 9.
       01 MOTIVOOUT                   PIC X(20).

       PROCEDURE DIVISION USING DESIN USUOUT RESULTADO MOTIVOOUT.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 3 TO RESULTADO.
           MOVE SPACES TO USUOUT.
           MOVE SPACES TO MOTIVOOUT.
           PERFORM LEEPREFIJO.
           PERFORM HACEBASE.
           IF LONGIBASE = 0
              MOVE "NOMBRE SIN LETRAS" TO MOTIVOOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "SIN CODIGO LIBRE" TO MOTIVOOUT.
           PERFORM VARYING SUFIJO FROM 1 BY 1
                   UNTIL SUFIJO > 99 OR RESULTADO = 0
              PERFORM PRUEBACANDIDATO
           END-PERFORM.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       LEEPREFIJO SECTION.
       LPR.
           MOVE SPACES TO PREFIJO.
           OPEN INPUT FNORMA.
           IF ERRORES NOT = "00"
              GO TO FIN-LEEPREFIJO
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FNORMA AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND NM-FICHERO = NORMAFICHERO
                 UNSTRING NM-PREFIJOS DELIMITED BY ","
                     INTO PREFIJO
                 END-UNSTRING
                 MOVE 0 TO SIGUE
              END-IF
           END-PERFORM.
           CLOSE FNORMA.
       FIN-LEEPREFIJO.
           EXIT.

       HACEBASE SECTION.
       HBA.
           MOVE DESIN TO NOMBREMAY.
           INSPECT NOMBREMAY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO PALABRA1.
           MOVE SPACES TO PALABRA2.
           MOVE 0 TO BLANCOS.
           INSPECT NOMBREMAY TALLYING BLANCOS FOR LEADING SPACES.
           IF BLANCOS < 64
              UNSTRING NOMBREMAY(BLANCOS + 1:64 - BLANCOS)
                  DELIMITED BY ALL SPACES
                  INTO PALABRA1 PALABRA2
              END-UNSTRING
           END-IF.
           MOVE SPACES TO CRUDO.
           IF PALABRA2 = SPACES
              MOVE PALABRA1 TO CRUDO
           ELSE
              STRING PALABRA1(1:1) PALABRA2
                     DELIMITED BY SIZE
                     INTO CRUDO
              END-STRING
           END-IF.
           MOVE SPACES TO BASE.
           MOVE 0 TO LONGIBASE.
           PERFORM VARYING II FROM 1 BY 1
                   UNTIL II > 64 OR LONGIBASE = 10
              MOVE CRUDO(II:1) TO LETRA
              IF (LETRA ALPHABETIC-UPPER AND LETRA NOT = SPACE)
                 OR LETRA NUMERIC
                 ADD 1 TO LONGIBASE
                 MOVE LETRA TO BASE(LONGIBASE:1)
              END-IF
           END-PERFORM.
       FIN-HACEBASE.
           EXIT.

       PRUEBACANDIDATO SECTION.
       PCA.
           MOVE SPACES TO TEXTOSUF.
           IF SUFIJO > 9
              MOVE SUFIJO TO TEXTOSUF
           ELSE
              IF SUFIJO > 1
                 MOVE SUFIJO(2:1) TO TEXTOSUF
              END-IF
           END-IF.
           MOVE SPACES TO CANDIDATO.
           STRING PREFIJO DELIMITED BY SPACE
                  BASE DELIMITED BY SPACE
                  TEXTOSUF DELIMITED BY SPACE
                  INTO CANDIDATO
           END-STRING.
           CALL "SRCHKNOMBRE" USING NORMAFICHERO CANDIDATO CUMPLE
                MOTIVONORMA.
           IF CUMPLE = 0
              MOVE MOTIVONORMA TO MOTIVOOUT
              GO TO FIN-PRUEBACANDIDATO
           END-IF.
           CALL "SRCHKUSU" USING CANDIDATO EXISTE.
           IF EXISTE = 1
              GO TO FIN-PRUEBACANDIDATO
           END-IF.
           CALL "SRIDREG" USING ACCIONREG CANDIDATO EMPLEADOREG
                DESREG ESTADOREG RESULTADOREG.
           IF RESULTADOREG NOT = 0
              GO TO FIN-PRUEBACANDIDATO
           END-IF.
           MOVE CANDIDATO TO USUOUT.
           MOVE SPACES TO MOTIVOOUT.
           MOVE 0 TO RESULTADO.
       FIN-PRUEBACANDIDATO.
           EXIT.
