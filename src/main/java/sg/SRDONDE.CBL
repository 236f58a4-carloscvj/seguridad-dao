       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRDONDE.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      BUSQUEDA DE USOS DE UNA CLAVE DE USUARIO (U),
                      ROLE (R) O NODO (N): RECORRE TODOS LOS FICHEROS
                      DE LA TABLA SRDONDETAB QUE TIENEN FILAS DE ESE
                      TIPO, LOS MAESTROS POR SU PROGRAMA DE ACCESO
                      SRREOXXX Y LOS ARCHIVOS HISTORICOS <FICHERO>ARC
                      DIRECTAMENTE, Y DEVUELVE UNA LINEA POR CADA
                      REGISTRO QUE LA NOMBRA (FICHERO, CAMPO E INICIO
                      DEL REGISTRO), HASTA 500 LINEAS, MAS EL TOTAL DE
                      APARICIONES AUNQUE PASE DE 500. EN LAS PETICIONES
                      PENDIENTES, CAMBIOS ESTRUCTURALES Y TICKETS SOLO
                      MIRA LO QUE ESTA PENDIENTE. SOLO LEE; NO BLOQUEA
                      NI DEJA TRAZA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FARC
                  ASSIGN TO RANDOM NOMBREARC
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
       FD  FARC
           DATA RECORD IS RARC.
       01  RARC       PIC X(256).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".
           COPY "WO-DONDEDEF".

       01 NOMBREARC                   PIC X(256).
       01 SIGUE                       PIC 9.
       01 ACCIONIO                    PIC X.
       01 NOMBREIO                    PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).
       01 MODULOIO                    PIC X(12).
       01 TABLA-FILAS-L.
          05 FILA-DEF                 PIC X(63) OCCURS 150 TIMES.
       01 TOTALDEF                    PIC 9(3).
       01 II                          PIC 9(3).
       01 GI                          PIC 9(3).
       01 GF                          PIC 9(3).
       01 JJ                          PIC 9(3).
       01 MIRAR                       PIC 9.
       01 LK                          PIC 9(2).
       01 VECES                       PIC 9(4).
       01 ACIERTO                     PIC 9.

       LINKAGE SECTION.
       01 TIPODONDE                   PIC X(1).
       01 CLAVEDONDE                  PIC X(64).
       01 TABLA-DONDE-L.
          05 LINEADONDE               PIC X(132) OCCURS 500 TIMES.
       01 TOTALDONDE                  PIC 9(4).
       01 CONTADORDONDE               PIC 9(8).

       PROCEDURE DIVISION USING TIPODONDE CLAVEDONDE TABLA-DONDE-L
                 TOTALDONDE CONTADORDONDE.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO TOTALDONDE.
           MOVE 0 TO CONTADORDONDE.
           IF CLAVEDONDE = SPACES OR LOW-VALUES
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM VARYING LK FROM 64 BY -1
                   UNTIL LK = 1 OR CLAVEDONDE(LK:1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           MOVE 1 TO II.
           CALL "SRDONDETAB" USING II TOTALDEF FILA-DONDE.
           IF TOTALDEF > 150
              MOVE 150 TO TOTALDEF
           END-IF.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > TOTALDEF
              CALL "SRDONDETAB" USING II TOTALDEF FILA-DONDE
              MOVE FILA-DONDE TO FILA-DEF(II)
           END-PERFORM.
           MOVE 1 TO GI.
           PERFORM UNTIL GI > TOTALDEF
              MOVE GI TO GF
              MOVE 0 TO MIRAR
              IF FILA-DEF(GI)(25:1) = TIPODONDE
                 MOVE 1 TO MIRAR
              END-IF
              PERFORM UNTIL GF = TOTALDEF OR
                      FILA-DEF(GF + 1)(1:12) NOT = FILA-DEF(GI)(1:12)
                 ADD 1 TO GF
                 IF FILA-DEF(GF)(25:1) = TIPODONDE
                    MOVE 1 TO MIRAR
                 END-IF
              END-PERFORM
              IF MIRAR = 1
                 PERFORM BUSCAFICHERO
              END-IF
              COMPUTE GI = GF + 1
           END-PERFORM.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       BUSCAFICHERO SECTION.
       BFI.
           MOVE FILA-DEF(GI) TO FILA-DONDE.
           MOVE DD-ACCESO TO MODULOIO.
           MOVE SPACES TO NOMBREIO.
           STRING "mnu/SG/" DD-FICHERO
                  DELIMITED BY " "
                  INTO NOMBREIO
           END-STRING.
           IF MODULOIO = SPACES
              PERFORM BUSCAARCHIVO
           ELSE
              PERFORM BUSCAMAESTRO
           END-IF.
       FIN-BUSCAFICHERO.
           EXIT.

       BUSCAMAESTRO SECTION.
       BMA.
           MOVE "L" TO ACCIONIO.
           CALL MODULOIO USING ACCIONIO NOMBREIO REGISTROIO ESTADOIO
                ON EXCEPTION
                   GO TO FIN-BUSCAMAESTRO
           END-CALL.
           IF ESTADOIO(1:1) NOT = "0"
              GO TO FIN-BUSCAMAESTRO
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              MOVE SPACES TO REGISTROIO
              MOVE "S" TO ACCIONIO
              CALL MODULOIO USING ACCIONIO NOMBREIO REGISTROIO
                   ESTADOIO
              IF ESTADOIO(1:1) NOT = "0"
                 MOVE 0 TO SIGUE
              ELSE
                 PERFORM MIRAREGISTRO
              END-IF
           END-PERFORM.
           MOVE "K" TO ACCIONIO.
           CALL MODULOIO USING ACCIONIO NOMBREIO REGISTROIO ESTADOIO.
       FIN-BUSCAMAESTRO.
           EXIT.

       BUSCAARCHIVO SECTION.
       BAR.
           MOVE NOMBREIO TO NOMBREARC.
           OPEN INPUT FARC.
           IF ERRORES NOT = "00"
              GO TO FIN-BUSCAARCHIVO
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FARC AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 MOVE SPACES TO REGISTROIO
                 MOVE RARC TO REGISTROIO
                 PERFORM MIRAREGISTRO
              END-IF
           END-PERFORM.
           CLOSE FARC.
       FIN-BUSCAARCHIVO.
           EXIT.

       MIRAREGISTRO SECTION.
       MRE.
           PERFORM VARYING JJ FROM GI BY 1 UNTIL JJ > GF
              MOVE FILA-DEF(JJ) TO FILA-DONDE
              IF DD-TIPO = TIPODONDE
                 PERFORM MIRACAMPO
              END-IF
           END-PERFORM.
       FIN-MIRAREGISTRO.
           EXIT.

       MIRACAMPO SECTION.
       MCA.
           IF DD-FILLON > 0
              IF REGISTROIO(DD-FILPOS:DD-FILLON) NOT =
                 DD-FILVAL(1:DD-FILLON)
                 GO TO FIN-MIRACAMPO
              END-IF
           END-IF.
           MOVE 0 TO ACIERTO.
           IF DD-LON = 64
              IF REGISTROIO(DD-POS:64) = CLAVEDONDE
                 MOVE 1 TO ACIERTO
              END-IF
           ELSE
              MOVE 0 TO VECES
              INSPECT REGISTROIO(DD-POS:DD-LON) TALLYING VECES
                      FOR ALL CLAVEDONDE(1:LK)
              IF VECES > 0
                 MOVE 1 TO ACIERTO
              END-IF
           END-IF.
           IF ACIERTO = 0
              GO TO FIN-MIRACAMPO
           END-IF.
           ADD 1 TO CONTADORDONDE.
           IF TOTALDONDE < 500
              ADD 1 TO TOTALDONDE
              MOVE SPACES TO LINEADONDE(TOTALDONDE)
              STRING DD-FICHERO " " DD-CAMPO " " REGISTROIO(1:100)
                     DELIMITED BY SIZE
                     INTO LINEADONDE(TOTALDONDE)
              END-STRING
           END-IF.
       FIN-MIRACAMPO.
           EXIT.
