       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRREONODO.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACCESO A FSGNODO PARA LAS UTILIDADES POR TABLA
                      (BUSQUEDA DE USOS SRDONDE): CREA EL FICHERO VACIO,
                      LO ABRE, GRABA, LEE POR CLAVE, LEE EN SECUENCIA,
                      SE POSICIONA POR LA CLAVE ALTERNATIVA DES Y LO
                      CIERRA, DEVOLVIENDO SIEMPRE EL ESTADO DEL FICHERO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGNODO-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGNODO-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGNODO               PIC X(256).

       LINKAGE SECTION.
       01 ACCIONIO                    PIC X.
       01 NOMBREIO                    PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).

       PROCEDURE DIVISION USING ACCIONIO NOMBREIO REGISTROIO
                 ESTADOIO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE NOMBREIO TO NOMBREFSGNODO.
           MOVE "00" TO ERRORES.
           EVALUATE ACCIONIO
              WHEN "C"
                 CALL "PRUMKDIR" USING NOMBREFSGNODO
                 OPEN OUTPUT FSGNODO
                 IF ERROR-1 = "0"
                    CLOSE FSGNODO
                 END-IF
              WHEN "A"
                 OPEN I-O FSGNODO
              WHEN "L"
                 OPEN INPUT FSGNODO
              WHEN "E"
                 MOVE REGISTROIO(1:192) TO RSGNODO
                 WRITE RSGNODO INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "R"
                 MOVE REGISTROIO(1:192) TO RSGNODO
                 READ FSGNODO WITH IGNORE LOCK INVALID KEY
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGNODO TO REGISTROIO
                 END-IF
              WHEN "S"
                 READ FSGNODO NEXT RECORD WITH IGNORE LOCK AT END
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGNODO TO REGISTROIO
                 END-IF
              WHEN "T"
                 MOVE REGISTROIO(1:192) TO RSGNODO
                 START FSGNODO KEY = DES INVALID KEY
                       CONTINUE
                 END-START
              WHEN "K"
                 CLOSE FSGNODO
              WHEN OTHER
                 MOVE "99" TO ERRORES
           END-EVALUATE.
           MOVE ERRORES TO ESTADOIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
