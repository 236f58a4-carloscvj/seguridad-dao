       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRREOSOD.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACCESO A FSGSOD PARA LAS UTILIDADES POR TABLA
                      (BUSQUEDA DE USOS SRDONDE): CREA EL FICHERO VACIO,
                      LO ABRE, GRABA, LEE POR CLAVE, LEE EN SECUENCIA,
                      SE POSICIONA POR LA CLAVE ALTERNATIVA CLA-ROLE2 Y
                      LO CIERRA, DEVOLVIENDO SIEMPRE EL ESTADO DEL
                      FICHERO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGSOD-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGSOD-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGSOD                PIC X(256).

       LINKAGE SECTION.
       01 ACCIONIO                    PIC X.
       01 NOMBREIO                    PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).

       PROCEDURE DIVISION USING ACCIONIO NOMBREIO REGISTROIO
                 ESTADOIO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE NOMBREIO TO NOMBREFSGSOD.
           MOVE "00" TO ERRORES.
           EVALUATE ACCIONIO
              WHEN "C"
                 CALL "PRUMKDIR" USING NOMBREFSGSOD
                 OPEN OUTPUT FSGSOD
                 IF ERROR-1 = "0"
                    CLOSE FSGSOD
                 END-IF
              WHEN "A"
                 OPEN I-O FSGSOD
              WHEN "L"
                 OPEN INPUT FSGSOD
              WHEN "E"
                 MOVE REGISTROIO(1:192) TO RSGSOD
                 WRITE RSGSOD INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "R"
                 MOVE REGISTROIO(1:192) TO RSGSOD
                 READ FSGSOD WITH IGNORE LOCK INVALID KEY
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGSOD TO REGISTROIO
                 END-IF
              WHEN "S"
                 READ FSGSOD NEXT RECORD WITH IGNORE LOCK AT END
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGSOD TO REGISTROIO
                 END-IF
              WHEN "T"
                 MOVE REGISTROIO(1:192) TO RSGSOD
                 START FSGSOD KEY = CLA-ROLE2 INVALID KEY
                       CONTINUE
                 END-START
              WHEN "K"
                 CLOSE FSGSOD
              WHEN OTHER
                 MOVE "99" TO ERRORES
           END-EVALUATE.
           MOVE ERRORES TO ESTADOIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
