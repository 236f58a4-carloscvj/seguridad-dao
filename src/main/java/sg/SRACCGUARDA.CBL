       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRACCGUARDA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      GUARDA LA CONSTRUCCION ANTERIOR COMPLETA DEL
                      FICHERO APLANADO FSGACC EN LA GENERACION
                      mnu/SG/FSGACCANT ANTES DE QUE ISGAPLANA O LA
                      FUSION DE PARTICIONES ISGAPLAFUS LO SUSTITUYAN,
                      PARA QUE ISGACCDELTA COMPARE LA NOCHE DE AYER CON
                      LA DE HOY. SOLO COPIA SI LA MARCA DE SRACCESTADO
                      ESTA EN "L" (FSGACC COMPLETO): SI QUEDO EN
                      CONSTRUCCION POR UN VOLCADO FALLIDO, FSGACC ESTA
                      A MEDIAS Y SE CONSERVA LA GENERACION ANTERIOR
                      BUENA. DEVUELVE LAS FILAS GUARDADAS (CERO SI NO
                      SE GUARDO NADA).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGACC-SEL".
           COPY "WO-ACCANT-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGACC-FD".
           COPY "WO-ACCANT-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGACC                PIC X(256).
       01 NOMBREACCANT                PIC X(256).
       01 SIGUE                       PIC 9.
       01 ACCIONEST                   PIC X(1).
       01 ESTADOACC                   PIC X(1).

       LINKAGE SECTION.
       01 PROGRAMAIN                  PIC X(12).
       01 CONTADORANT                 PIC 9(8).

       PROCEDURE DIVISION USING PROGRAMAIN CONTADORANT.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO CONTADORANT.
           MOVE "mnu/SG/FSGACC" TO NOMBREFSGACC.
           MOVE "mnu/SG/FSGACCANT" TO NOMBREACCANT.
           MOVE "C" TO ACCIONEST.
           CALL "SRACCESTADO" USING ACCIONEST ESTADOACC PROGRAMAIN.
           IF ESTADOACC NOT = "L"
              DISPLAY PROGRAMAIN " FSGACC EN CONSTRUCCION: SE "
                      "CONSERVA LA GENERACION ANTERIOR " NOMBREACCANT
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           OPEN OUTPUT FACCANT.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREACCANT
              OPEN OUTPUT FACCANT
           END-IF.
           IF ERRORES NOT = "00"
              DISPLAY PROGRAMAIN " NO SE PUDO GUARDAR " NOMBREACCANT
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           OPEN INPUT FSGACC.
           IF ERROR-1 NOT = "0"
              CLOSE FACCANT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGACC NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 MOVE CLA-USUARIO OF RSGACC TO AN-USUARIO
                 MOVE CLA-NODO OF RSGACC TO AN-NODO
                 MOVE ORIGEN-ROLE TO AN-ROLE
                 MOVE GENERADO-FECHA TO AN-FECHA
                 MOVE GENERADO-HORA TO AN-HORA
                 MOVE NIVEL-ACCESO TO AN-NIVEL
                 WRITE RACCANT
                 ADD 1 TO CONTADORANT
              END-IF
           END-PERFORM.
           CLOSE FSGACC.
           CLOSE FACCANT.
           DISPLAY PROGRAMAIN " GENERACION ANTERIOR FILAS="
                   CONTADORANT UPON SYSOUT.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
