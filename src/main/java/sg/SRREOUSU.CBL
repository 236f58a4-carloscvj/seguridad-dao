       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRREOUSU.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACCESO A FSGUSU PARA LAS UTILIDADES POR TABLA
                      (BUSQUEDA DE USOS SRDONDE): CREA EL FICHERO VACIO,
                      LO ABRE, GRABA, LEE POR CLAVE, LEE EN SECUENCIA,
                      SE POSICIONA POR LA CLAVE ALTERNATIVA DES Y LO
                      CIERRA, DEVOLVIENDO SIEMPRE EL ESTADO DEL FICHERO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUSU-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGUSU-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGUSU                PIC X(256).

       LINKAGE SECTION.
       01 ACCIONIO                    PIC X.
       01 NOMBREIO                    PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).

       PROCEDURE DIVISION USING ACCIONIO NOMBREIO REGISTROIO
                 ESTADOIO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE NOMBREIO TO NOMBREFSGUSU.
           MOVE "00" TO ERRORES.
           EVALUATE ACCIONIO
              WHEN "C"
                 CALL "PRUMKDIR" USING NOMBREFSGUSU
                 OPEN OUTPUT FSGUSU
                 IF ERROR-1 = "0"
                    CLOSE FSGUSU
                 END-IF
              WHEN "A"
                 OPEN I-O FSGUSU
              WHEN "L"
                 OPEN INPUT FSGUSU
              WHEN "E"
                 MOVE REGISTROIO(1:192) TO RSGUSU
                 WRITE RSGUSU INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "R"
                 MOVE REGISTROIO(1:192) TO RSGUSU
                 READ FSGUSU WITH IGNORE LOCK INVALID KEY
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGUSU TO REGISTROIO
                 END-IF
              WHEN "S"
                 READ FSGUSU NEXT RECORD WITH IGNORE LOCK AT END
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGUSU TO REGISTROIO
                 END-IF
              WHEN "T"
                 MOVE REGISTROIO(1:192) TO RSGUSU
                 START FSGUSU KEY = DES OF RSGUSU INVALID KEY
                       CONTINUE
                 END-START
              WHEN "K"
                 CLOSE FSGUSU
              WHEN OTHER
                 MOVE "99" TO ERRORES
           END-EVALUATE.
           MOVE ERRORES TO ESTADOIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
