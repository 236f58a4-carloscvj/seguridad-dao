       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRLOTE.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DA UN IDENTIFICADOR DE EJECUCION A CADA PASADA DE
                      UN PROCESO DE LOTE QUE ESCRIBE EN LOS MAESTROS
                      (ISGPETICION, ISGRRHH, ISGIMPXXX, ISGMODELO,
                      ISGFUSION, ISGREVLOTE, ISGOCASO, ISGESTRUCT,
                      ISGDEPTO, ISGTRASLADO, ISGJIT, ISGCURSO,
                      ISGMASIVO, ISGESQUEMA). ACCION "I" AL EMPEZAR: SI
                      NO HAY YA UNA EJECUCION ABIERTA EN ESTE PROCESO SE
                      FORMA UNA NUEVA (FECHA, HORA Y CENTESIMAS, 16
                      CIFRAS), SE DEJA EN LA VARIABLE EXTERNA
                      EJECUCIONID PARA QUE SRUTRAZA LA ESTAMPE EN CADA
                      REGISTRO DE TRAZA Y SE APUNTA EL ARRANQUE (ESTADO
                      "I") EN EL REGISTRO DE EJECUCIONES mnu/SG/LOTEREG;
                      SI YA HAY UNA ABIERTA (UN CARGADOR LLAMADO DESDE
                      ISGRECUPERA O ISGREFRESCO) SE SIGUE EN LA MISMA.
                      ACCION "F" AL TERMINAR: CIERRA LA EJECUCION CUANDO
                      TERMINA EL PROGRAMA QUE LA ABRIO, APUNTA EL FIN
                      (ESTADO "F") Y DEJA EJECUCIONID EN BLANCO PARA QUE
                      LOS PASOS SIGUIENTES NO LA HEREDEN. ACCION "D" LA
                      USA ISGREVLOTE PARA APUNTAR QUE LA EJECUCION DE
                      EJECUCIONLOTE HA SIDO DESHECHA POR LA EJECUCION EN
                      CURSO. EJECUCIONLOTE DEVUELVE EL IDENTIFICADOR EN
                      VIGOR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WO-LOTEREG-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "WO-LOTEREG-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 EJECUCIONID                 PIC X(16) IS EXTERNAL.
       01 NOMBRELOTEREG               PIC X(256)
          VALUE "mnu/SG/LOTEREG".
       01 PROFUNDIDAD                 PIC 9(2) VALUE 0.
       01 PROGRAMAABRE                PIC X(12).
       01 ESTADOLOTE                  PIC X(1).
       01 REFERENCIALOTE              PIC X(16).

       LINKAGE SECTION.
       01 ACCIONLOTE                  PIC X.
       01 PROGRAMALOTE                PIC X(12).
       01 EJECUCIONLOTE               PIC X(16).

       PROCEDURE DIVISION USING ACCIONLOTE PROGRAMALOTE
                 EJECUCIONLOTE.

       PROGRAMA SECTION.
       PROCESOS.
           IF EJECUCIONID = LOW-VALUES
              MOVE SPACES TO EJECUCIONID
           END-IF.
           EVALUATE ACCIONLOTE
              WHEN "I" PERFORM ABRELOTE
              WHEN "F" PERFORM CIERRALOTE
              WHEN "D" PERFORM DESHECHO
           END-EVALUATE.
           IF ACCIONLOTE NOT = "D"
              MOVE EJECUCIONID TO EJECUCIONLOTE
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ABRELOTE SECTION.
       ALO.
           ADD 1 TO PROFUNDIDAD.
           IF PROFUNDIDAD > 1
              GO TO FIN-ABRELOTE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:16) TO EJECUCIONID.
           MOVE PROGRAMALOTE TO PROGRAMAABRE.
           MOVE "I" TO ESTADOLOTE.
           MOVE SPACES TO REFERENCIALOTE.
           PERFORM APUNTALOTE.
           DISPLAY "SRLOTE EJECUCION " EJECUCIONID " DE "
                   PROGRAMALOTE UPON SYSOUT.
       FIN-ABRELOTE.
           EXIT.

       CIERRALOTE SECTION.
       CLO.
           IF PROFUNDIDAD = 0
              GO TO FIN-CIERRALOTE
           END-IF.
           SUBTRACT 1 FROM PROFUNDIDAD.
           IF PROFUNDIDAD > 0
              GO TO FIN-CIERRALOTE
           END-IF.
           MOVE "F" TO ESTADOLOTE.
           MOVE SPACES TO REFERENCIALOTE.
           PERFORM APUNTALOTE.
           MOVE SPACES TO EJECUCIONID.
       FIN-CIERRALOTE.
           EXIT.

       DESHECHO SECTION.
       DHO.
           MOVE "D" TO ESTADOLOTE.
           MOVE EJECUCIONLOTE TO REFERENCIALOTE.
           PERFORM APUNTALOTE.
       FIN-DESHECHO.
           EXIT.

       APUNTALOTE SECTION.
       APL.
           OPEN EXTEND FLOTEREG.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBRELOTEREG
              OPEN OUTPUT FLOTEREG
           END-IF.
           IF ERRORES NOT = "00"
              DISPLAY "SRLOTE NO SE PUDO ABRIR " NOMBRELOTEREG
                      UPON SYSOUT
              GO TO FIN-APUNTALOTE
           END-IF.
           MOVE EJECUCIONID TO LR-EJECUCION.
           MOVE ESTADOLOTE TO LR-ESTADO.
           MOVE PROGRAMAABRE TO LR-PROGRAMA.
           IF ESTADOLOTE = "D"
              MOVE PROGRAMALOTE TO LR-PROGRAMA
           END-IF.
           MOVE USUARIO TO LR-USUARIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LR-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO LR-HORA.
           MOVE REFERENCIALOTE TO LR-REFERENCIA.
           WRITE RLOTEREG.
           CLOSE FLOTEREG.
       FIN-APUNTALOTE.
           EXIT.
