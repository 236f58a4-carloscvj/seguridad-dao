       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRURPREVIAS.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      CONCESIONES ANTERIORES DE UN USUARIO SEGUN LA
                      TRAZA DE FSGUR (CON LAS GENERACIONES DEL
                      CATALOGO TRZCAT, DE LA MAS ANTIGUA A LA ACTUAL):
                      CADA ROLE CUYO ULTIMO MOVIMIENTO FUE UNA BAJA
                      (REVOCACION, BAJA DE PERSONAL O ARCHIVADO) O UNA
                      MODIFICACION A INACTIVO, CON LA FECHA DE ESE
                      MOVIMIENTO. LOS ROLES QUE SE VOLVIERON A
                      CONCEDER DESPUES NO SALEN. COMO MUCHO 50.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WO-TRAZA-SEL".

           SELECT FCAT
                  ASSIGN TO RANDOM NOMBRECAT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "WO-TRAZA-FD".

       FD  FCAT
           DATA RECORD IS RCAT.
       01  RCAT       PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREBASE                  PIC X(256).
       01 NOMBRETRAZA                 PIC X(256).
       01 NOMBRECAT                   PIC X(256).
       01 SIGUE                       PIC 9.
       01 SIGUECAT                    PIC 9.
       01 TABLA-GEN-L.
          05 TABLA-GEN                PIC X(8) OCCURS 400 TIMES.
       01 TOTALGEN                    PIC 9(3).
       01 GG                          PIC 9(3).
       01 PP                          PIC 9(3).
       01 QQ                          PIC 9(3).
       01 ROLEMOV                     PIC X(64).
       01 TABLA-VISTO-L.
          05 FILA-VISTO OCCURS 50 TIMES.
             10 VIS-ROLE              PIC X(64).
             10 VIS-FECHA             PIC 9(8).
             10 VIS-VIGENTE           PIC X(1).
       01 TOTALVISTO                  PIC 9(3).

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 TABLA-PREV-L.
          05 FILA-PREV OCCURS 50 TIMES.
             10 PREV-ROLE             PIC X(64).
             10 PREV-FECHA            PIC 9(8).
       01 TOTALPREV                   PIC 9(3).

       PROCEDURE DIVISION USING USUCODE TABLA-PREV-L TOTALPREV.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO TOTALPREV.
           MOVE 0 TO TOTALVISTO.
           MOVE SPACES TO TABLA-PREV-L.
           IF USUCODE = SPACES
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "mnu/SG/FSGUR" TO NOMBREBASE.
           PERFORM LEECATALOGO.
           PERFORM VARYING GG FROM 1 BY 1 UNTIL GG > TOTALGEN
              MOVE SPACES TO NOMBRETRAZA
              STRING NOMBREBASE "TRZ" TABLA-GEN(GG)
                     DELIMITED BY " "
                     INTO NOMBRETRAZA
              END-STRING
              PERFORM LEEUNA
           END-PERFORM.
           MOVE SPACES TO NOMBRETRAZA.
           STRING NOMBREBASE "TRZ"
                  DELIMITED BY " "
                  INTO NOMBRETRAZA
           END-STRING.
           PERFORM LEEUNA.
           PERFORM VARYING PP FROM 1 BY 1 UNTIL PP > TOTALVISTO
              IF VIS-VIGENTE(PP) = "N"
                 ADD 1 TO TOTALPREV
                 MOVE VIS-ROLE(PP) TO PREV-ROLE(TOTALPREV)
                 MOVE VIS-FECHA(PP) TO PREV-FECHA(TOTALPREV)
              END-IF
           END-PERFORM.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       LEEUNA SECTION.
       LUN.
           OPEN INPUT FTRAZA.
           IF ERRORES NOT = "00"
              GO TO FIN-LEEUNA
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FTRAZA AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND TL-REGISTRO(1:64) = USUCODE AND
                 (TL-ABM = "A" OR TL-ABM = "B" OR TL-ABM = "M")
                 PERFORM MIRAMOVIMIENTO
              END-IF
           END-PERFORM.
           CLOSE FTRAZA.
       FIN-LEEUNA.
           EXIT.

       MIRAMOVIMIENTO SECTION.
       MMO.
           MOVE TL-REGISTRO(65:64) TO ROLEMOV.
           MOVE 0 TO QQ.
           PERFORM VARYING PP FROM 1 BY 1
                   UNTIL PP > TOTALVISTO OR QQ > 0
              IF VIS-ROLE(PP) = ROLEMOV
                 MOVE PP TO QQ
              END-IF
           END-PERFORM.
           IF QQ = 0
              IF TOTALVISTO NOT < 50
                 GO TO FIN-MIRAMOVIMIENTO
              END-IF
              ADD 1 TO TOTALVISTO
              MOVE TOTALVISTO TO QQ
              MOVE ROLEMOV TO VIS-ROLE(QQ)
           END-IF.
           MOVE TL-FECHA TO VIS-FECHA(QQ).
           IF TL-ABM = "B" OR
              (TL-ABM = "M" AND TL-REGISTRO(129:1) = "N")
              MOVE "N" TO VIS-VIGENTE(QQ)
           ELSE
              MOVE "S" TO VIS-VIGENTE(QQ)
           END-IF.
       FIN-MIRAMOVIMIENTO.
           EXIT.

       LEECATALOGO SECTION.
       LCT.
           MOVE 0 TO TOTALGEN.
           MOVE SPACES TO TABLA-GEN-L.
           MOVE SPACES TO NOMBRECAT.
           STRING NOMBREBASE "TRZCAT"
                  DELIMITED BY " "
                  INTO NOMBRECAT
           END-STRING.
           OPEN INPUT FCAT.
           IF ERRORES NOT = "00"
              GO TO FIN-LEECATALOGO
           END-IF.
           MOVE 1 TO SIGUECAT.
           PERFORM UNTIL SIGUECAT = 0
              READ FCAT AT END
                   MOVE 0 TO SIGUECAT
              END-READ
              IF SIGUECAT = 1 AND TOTALGEN < 400
                 ADD 1 TO TOTALGEN
                 MOVE RCAT TO TABLA-GEN(TOTALGEN)
              END-IF
           END-PERFORM.
           CLOSE FCAT.
       FIN-LEECATALOGO.
           EXIT.
