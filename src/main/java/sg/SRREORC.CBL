       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRREORC.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACCESO A FSGRC PARA LAS UTILIDADES POR TABLA
                      (BUSQUEDA DE USOS SRDONDE): CREA EL FICHERO VACIO,
                      LO ABRE, GRABA, LEE POR CLAVE, LEE EN SECUENCIA,
                      SE POSICIONA POR LA CLAVE ALTERNATIVA CLA-ROLEINCL
                      Y LO CIERRA, DEVOLVIENDO SIEMPRE EL ESTADO DEL
                      FICHERO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGRC-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGRC-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGRC                 PIC X(256).

       LINKAGE SECTION.
       01 ACCIONIO                    PIC X.
       01 NOMBREIO                    PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).

       PROCEDURE DIVISION USING ACCIONIO NOMBREIO REGISTROIO
                 ESTADOIO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE NOMBREIO TO NOMBREFSGRC.
           MOVE "00" TO ERRORES.
           EVALUATE ACCIONIO
              WHEN "C"
                 CALL "PRUMKDIR" USING NOMBREFSGRC
                 OPEN OUTPUT FSGRC
                 IF ERROR-1 = "0"
                    CLOSE FSGRC
                 END-IF
              WHEN "A"
                 OPEN I-O FSGRC
              WHEN "L"
                 OPEN INPUT FSGRC
              WHEN "E"
                 MOVE REGISTROIO(1:192) TO RSGRC
                 WRITE RSGRC INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "R"
                 MOVE REGISTROIO(1:192) TO RSGRC
                 READ FSGRC WITH IGNORE LOCK INVALID KEY
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGRC TO REGISTROIO
                 END-IF
              WHEN "S"
                 READ FSGRC NEXT RECORD WITH IGNORE LOCK AT END
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGRC TO REGISTROIO
                 END-IF
              WHEN "T"
                 MOVE REGISTROIO(1:192) TO RSGRC
                 START FSGRC KEY = CLA-ROLEINCL INVALID KEY
                       CONTINUE
                 END-START
              WHEN "K"
                 CLOSE FSGRC
              WHEN OTHER
                 MOVE "99" TO ERRORES
           END-EVALUATE.
           MOVE ERRORES TO ESTADOIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
