       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRREOROLE.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACCESO A FSGROLE PARA LAS UTILIDADES POR TABLA
                      (BUSQUEDA DE USOS SRDONDE): CREA EL FICHERO VACIO,
                      LO ABRE, GRABA, LEE POR CLAVE, LEE EN SECUENCIA,
                      SE POSICIONA POR LA CLAVE ALTERNATIVA DES Y LO
                      CIERRA, DEVOLVIENDO SIEMPRE EL ESTADO DEL FICHERO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGROLE-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGROLE-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGROLE               PIC X(256).

       LINKAGE SECTION.
       01 ACCIONIO                    PIC X.
       01 NOMBREIO                    PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).

       PROCEDURE DIVISION USING ACCIONIO NOMBREIO REGISTROIO
                 ESTADOIO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE NOMBREIO TO NOMBREFSGROLE.
           MOVE "00" TO ERRORES.
           EVALUATE ACCIONIO
              WHEN "C"
                 CALL "PRUMKDIR" USING NOMBREFSGROLE
                 OPEN OUTPUT FSGROLE
                 IF ERROR-1 = "0"
                    CLOSE FSGROLE
                 END-IF
              WHEN "A"
                 OPEN I-O FSGROLE
              WHEN "L"
                 OPEN INPUT FSGROLE
              WHEN "E"
                 MOVE REGISTROIO(1:192) TO RSGROLE
                 WRITE RSGROLE INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "R"
                 MOVE REGISTROIO(1:192) TO RSGROLE
                 READ FSGROLE WITH IGNORE LOCK INVALID KEY
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGROLE TO REGISTROIO
                 END-IF
              WHEN "S"
                 READ FSGROLE NEXT RECORD WITH IGNORE LOCK AT END
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGROLE TO REGISTROIO
                 END-IF
              WHEN "T"
                 MOVE REGISTROIO(1:192) TO RSGROLE
                 START FSGROLE KEY = DES OF RSGROLE INVALID KEY
                       CONTINUE
                 END-START
              WHEN "K"
                 CLOSE FSGROLE
              WHEN OTHER
                 MOVE "99" TO ERRORES
           END-EVALUATE.
           MOVE ERRORES TO ESTADOIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
