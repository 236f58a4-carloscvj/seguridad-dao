       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRACCESTADO.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      MARCA DE ESTADO DEL FICHERO APLANADO FSGACC EN
                      mnu/SG/FSGACCEST: "C" MIENTRAS SE ESTA
                      CONSTRUYENDO O SUSTITUYENDO (ISGAPLANA, FUSION DE
                      PARTICIONES ISGAPLAFUS) Y "L" CUANDO ESTA
                      COMPLETO. ACCION "C" CONSULTA (SIN MARCA SE DA
                      POR LISTO) Y ACCION "G" GRABA EL ESTADO DADO CON
                      LA FECHA, LA HORA Y EL PROGRAMA. EL CAMINO RAPIDO
                      DE AUTORIZACION (SRCHKACC, SRARBOLUSU) NO USA
                      FSGACC MIENTRAS LA MARCA NO ESTE EN "L".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WO-ACCEST-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "WO-ACCEST-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREACCEST                PIC X(256)
          VALUE "mnu/SG/FSGACCEST".

       LINKAGE SECTION.
       01 ACCION                      PIC X(1).
       01 ESTADOIO                    PIC X(1).
       01 PROGRAMAIN                  PIC X(12).

       PROCEDURE DIVISION USING ACCION ESTADOIO PROGRAMAIN.

       PROGRAMA SECTION.
       PROCESOS.
           IF ACCION = "G"
              PERFORM GRABAESTADO
           ELSE
              PERFORM LEEESTADO
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       LEEESTADO SECTION.
       LES.
           MOVE "L" TO ESTADOIO.
           OPEN INPUT FACCEST.
           IF ERRORES NOT = "00"
              GO TO FIN-LEEESTADO
           END-IF.
           READ FACCEST AT END
                CONTINUE
           END-READ.
           IF ERRORES = "00" AND EA-ESTADO = "C"
              MOVE "C" TO ESTADOIO
           END-IF.
           CLOSE FACCEST.
       FIN-LEEESTADO.
           EXIT.

       GRABAESTADO SECTION.
       GES.
           OPEN OUTPUT FACCEST.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREACCEST
              OPEN OUTPUT FACCEST
           END-IF.
           IF ERRORES NOT = "00"
              GO TO FIN-GRABAESTADO
           END-IF.
           MOVE ESTADOIO TO EA-ESTADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EA-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EA-HORA.
           MOVE PROGRAMAIN TO EA-PROGRAMA.
           WRITE RACCEST.
           CLOSE FACCEST.
       FIN-GRABAESTADO.
           EXIT.
