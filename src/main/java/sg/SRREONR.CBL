       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRREONR.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACCESO A FSGNR PARA LAS UTILIDADES POR TABLA
                      (BUSQUEDA DE USOS SRDONDE): CREA EL FICHERO VACIO,
                      LO ABRE, GRABA, LEE POR CLAVE, LEE EN SECUENCIA,
                      SE POSICIONA POR LA CLAVE ALTERNATIVA CLA-ROLE Y
                      LO CIERRA, DEVOLVIENDO SIEMPRE EL ESTADO DEL
                      FICHERO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGNR-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGNR-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGNR                 PIC X(256).

       LINKAGE SECTION.
       01 ACCIONIO                    PIC X.
       01 NOMBREIO                    PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).

       PROCEDURE DIVISION USING ACCIONIO NOMBREIO REGISTROIO
                 ESTADOIO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE NOMBREIO TO NOMBREFSGNR.
           MOVE "00" TO ERRORES.
           EVALUATE ACCIONIO
              WHEN "C"
                 CALL "PRUMKDIR" USING NOMBREFSGNR
                 OPEN OUTPUT FSGNR
                 IF ERROR-1 = "0"
                    CLOSE FSGNR
                 END-IF
              WHEN "A"
                 OPEN I-O FSGNR
              WHEN "L"
                 OPEN INPUT FSGNR
              WHEN "E"
                 MOVE REGISTROIO(1:192) TO RSGNR
                 WRITE RSGNR INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "R"
                 MOVE REGISTROIO(1:192) TO RSGNR
                 READ FSGNR WITH IGNORE LOCK INVALID KEY
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGNR TO REGISTROIO
                 END-IF
              WHEN "S"
                 READ FSGNR NEXT RECORD WITH IGNORE LOCK AT END
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGNR TO REGISTROIO
                 END-IF
              WHEN "T"
                 MOVE REGISTROIO(1:192) TO RSGNR
                 START FSGNR KEY = CLA-ROLE OF RSGNR INVALID KEY
                       CONTINUE
                 END-START
              WHEN "K"
                 CLOSE FSGNR
              WHEN OTHER
                 MOVE "99" TO ERRORES
           END-EVALUATE.
           MOVE ERRORES TO ESTADOIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
