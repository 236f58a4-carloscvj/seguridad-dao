       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRREOATR.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACCESO A FSGATR PARA EL REORGANIZADOR POR TABLA
                      TSGGEN Y SU CONTADOR SRCTATGEN: CREA EL FICHERO
                      VACIO, LO ABRE, GRABA, LEE POR CLAVE, LEE EN
                      SECUENCIA, SE POSICIONA POR LA CLAVE ALTERNATIVA
                      DEPARTAMENTO Y LO CIERRA, DEVOLVIENDO SIEMPRE EL
                      ESTADO DEL FICHERO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGATR-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGATR-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGATR                 PIC X(256).

       LINKAGE SECTION.
       01 ACCIONIO                    PIC X.
       01 NOMBREIO                    PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).

       PROCEDURE DIVISION USING ACCIONIO NOMBREIO REGISTROIO
                 ESTADOIO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE NOMBREIO TO NOMBREFSGATR.
           MOVE "00" TO ERRORES.
           EVALUATE ACCIONIO
              WHEN "C"
                 CALL "PRUMKDIR" USING NOMBREFSGATR
                 OPEN OUTPUT FSGATR
                 IF ERROR-1 = "0"
                    CLOSE FSGATR
                 END-IF
              WHEN "A"
                 OPEN I-O FSGATR
              WHEN "L"
                 OPEN INPUT FSGATR
              WHEN "E"
                 MOVE REGISTROIO(1:192) TO RSGATR
                 WRITE RSGATR INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "R"
                 MOVE REGISTROIO(1:192) TO RSGATR
                 READ FSGATR WITH IGNORE LOCK INVALID KEY
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGATR TO REGISTROIO
                 END-IF
              WHEN "S"
                 READ FSGATR NEXT RECORD WITH IGNORE LOCK AT END
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGATR TO REGISTROIO
                 END-IF
              WHEN "T"
                 MOVE REGISTROIO(1:192) TO RSGATR
                 START FSGATR KEY = DEPARTAMENTO INVALID KEY
                       CONTINUE
                 END-START
              WHEN "K"
                 CLOSE FSGATR
              WHEN OTHER
                 MOVE "99" TO ERRORES
           END-EVALUATE.
           MOVE ERRORES TO ESTADOIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
