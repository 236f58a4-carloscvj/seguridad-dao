       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRREOACC.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACCESO A FSGACC PARA LAS UTILIDADES POR TABLA
                      (BUSQUEDA DE USOS SRDONDE): CREA EL FICHERO VACIO,
                      LO ABRE, GRABA, LEE POR CLAVE, LEE EN SECUENCIA,
                      SE POSICIONA POR LA CLAVE ALTERNATIVA CLA-NODO Y
                      LO CIERRA, DEVOLVIENDO SIEMPRE EL ESTADO DEL
                      FICHERO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGACC-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGACC-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGACC                PIC X(256).

       LINKAGE SECTION.
       01 ACCIONIO                    PIC X.
       01 NOMBREIO                    PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).

       PROCEDURE DIVISION USING ACCIONIO NOMBREIO REGISTROIO
                 ESTADOIO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE NOMBREIO TO NOMBREFSGACC.
           MOVE "00" TO ERRORES.
           EVALUATE ACCIONIO
              WHEN "C"
                 CALL "PRUMKDIR" USING NOMBREFSGACC
                 OPEN OUTPUT FSGACC
                 IF ERROR-1 = "0"
                    CLOSE FSGACC
                 END-IF
              WHEN "A"
                 OPEN I-O FSGACC
              WHEN "L"
                 OPEN INPUT FSGACC
              WHEN "E"
                 MOVE REGISTROIO(1:256) TO RSGACC
                 WRITE RSGACC INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "R"
                 MOVE REGISTROIO(1:256) TO RSGACC
                 READ FSGACC WITH IGNORE LOCK INVALID KEY
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGACC TO REGISTROIO
                 END-IF
              WHEN "S"
                 READ FSGACC NEXT RECORD WITH IGNORE LOCK AT END
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGACC TO REGISTROIO
                 END-IF
              WHEN "T"
                 MOVE REGISTROIO(1:256) TO RSGACC
                 START FSGACC KEY = CLA-NODO OF RSGACC INVALID KEY
                       CONTINUE
                 END-START
              WHEN "K"
                 CLOSE FSGACC
              WHEN OTHER
                 MOVE "99" TO ERRORES
           END-EVALUATE.
           MOVE ERRORES TO ESTADOIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
