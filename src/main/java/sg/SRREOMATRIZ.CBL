       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRREOMATRIZ.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACCESO A FSGMATRIZ PARA LAS UTILIDADES POR TABLA
                      (BUSQUEDA DE USOS SRDONDE): CREA EL FICHERO VACIO,
                      LO ABRE, GRABA, LEE POR CLAVE, LEE EN SECUENCIA Y
                      LO CIERRA, DEVOLVIENDO SIEMPRE EL ESTADO DEL
                      FICHERO. NO TIENE CLAVE ALTERNATIVA, ASI QUE LA
                      ACCION T NO HACE NADA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGMATRIZ-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGMATRIZ-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGMATRIZ             PIC X(256).

       LINKAGE SECTION.
       01 ACCIONIO                    PIC X.
       01 NOMBREIO                    PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).

       PROCEDURE DIVISION USING ACCIONIO NOMBREIO REGISTROIO
                 ESTADOIO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE NOMBREIO TO NOMBREFSGMATRIZ.
           MOVE "00" TO ERRORES.
           EVALUATE ACCIONIO
              WHEN "C"
                 CALL "PRUMKDIR" USING NOMBREFSGMATRIZ
                 OPEN OUTPUT FSGMATRIZ
                 IF ERROR-1 = "0"
                    CLOSE FSGMATRIZ
                 END-IF
              WHEN "A"
                 OPEN I-O FSGMATRIZ
              WHEN "L"
                 OPEN INPUT FSGMATRIZ
              WHEN "E"
                 MOVE REGISTROIO(1:128) TO RSGMATRIZ
                 WRITE RSGMATRIZ INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "R"
                 MOVE REGISTROIO(1:128) TO RSGMATRIZ
                 READ FSGMATRIZ WITH IGNORE LOCK INVALID KEY
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGMATRIZ TO REGISTROIO
                 END-IF
              WHEN "S"
                 READ FSGMATRIZ NEXT RECORD WITH IGNORE LOCK AT END
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGMATRIZ TO REGISTROIO
                 END-IF
              WHEN "T"
                 MOVE "00" TO ERRORES
              WHEN "K"
                 CLOSE FSGMATRIZ
              WHEN OTHER
                 MOVE "99" TO ERRORES
           END-EVALUATE.
           MOVE ERRORES TO ESTADOIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
