       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRHABROLE.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      COMPARA LO QUE ALCANZA UN ROLE CON UNA
                      HABILITACION: EXPANDE SUS NODOS EFECTIVOS
                      (SRNODOSGRANT MAS SRDESCIENDE, COMPOSICION Y
                      HERENCIA INCLUIDAS), TOMA LA CLASIFICACION DE
                      CADA UNO (SRCLASIF) Y DEVUELVE CUANTOS LA
                      SUPERAN, LA CLASIFICACION MAS ALTA QUE ALCANZA EL
                      ROLE Y EL NODO DONDE ESTA. LO USAN LOS AVISOS AL
                      CONCEDER DE SSGUR E ISGPETICION Y EL INFORME
                      NOCTURNO ISGHABIL.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 TABLA-GRANT-L.
          05 TABLA-GRANT              PIC X(64) OCCURS 100 TIMES.
       01 TABLA-NIVEL-L.
          05 TABLA-NIVEL              PIC X(1) OCCURS 100 TIMES.
       01 TOTALGRANT                  PIC 9(3).
       01 TABLA-EFEC-L.
          05 TABLA-EFEC               PIC X(64) OCCURS 500 TIMES.
       01 TABLA-EFNIV-L.
          05 TABLA-EFNIV              PIC X(1) OCCURS 500 TIMES.
       01 TOTALEFEC                   PIC 9(3).
       01 KK                          PIC 9(3).
       01 CLASIFNODO                  PIC 9(1).
       01 NODOCLASIF                  PIC X(64).

       LINKAGE SECTION.
       01 ROLECODE                    PIC X(64).
       01 HABILIN                     PIC 9(1).
       01 TOTALSOBRE                  PIC 9(3).
       01 CLASIFMAX                   PIC 9(1).
       01 NODOMAX                     PIC X(64).

       PROCEDURE DIVISION USING ROLECODE HABILIN TOTALSOBRE
                 CLASIFMAX NODOMAX.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO TOTALSOBRE.
           MOVE 0 TO CLASIFMAX.
           MOVE SPACES TO NODOMAX.
           CALL "SRNODOSGRANT" USING ROLECODE TABLA-GRANT-L
                TABLA-NIVEL-L TOTALGRANT.
           IF TOTALGRANT = 0
              GO TO FIN-PROCESOS
           END-IF.
           CALL "SRDESCIENDE" USING TABLA-GRANT-L TABLA-NIVEL-L
                TOTALGRANT TABLA-EFEC-L TABLA-EFNIV-L TOTALEFEC.
           PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > TOTALEFEC
              CALL "SRCLASIF" USING TABLA-EFEC(KK) CLASIFNODO
                   NODOCLASIF
              IF CLASIFNODO > HABILIN
                 ADD 1 TO TOTALSOBRE
              END-IF
              IF CLASIFNODO > CLASIFMAX
                 MOVE CLASIFNODO TO CLASIFMAX
                 MOVE TABLA-EFEC(KK) TO NODOMAX
              END-IF
           END-PERFORM.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
