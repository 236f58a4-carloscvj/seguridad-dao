       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRREOSERMAP.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACCESO A FSGSERMAP PARA LAS UTILIDADES POR TABLA
                      (BUSQUEDA DE USOS SRDONDE): CREA EL FICHERO VACIO,
                      LO ABRE, GRABA, LEE POR CLAVE, LEE EN SECUENCIA Y
                      LO CIERRA, DEVOLVIENDO SIEMPRE EL ESTADO DEL
                      FICHERO. NO TIENE CLAVE ALTERNATIVA, ASI QUE LA
                      ACCION T NO HACE NADA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGSERMAP-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGSERMAP-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGSERMAP             PIC X(256).

       LINKAGE SECTION.
       01 ACCIONIO                    PIC X.
       01 NOMBREIO                    PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).

       PROCEDURE DIVISION USING ACCIONIO NOMBREIO REGISTROIO
                 ESTADOIO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE NOMBREIO TO NOMBREFSGSERMAP.
           MOVE "00" TO ERRORES.
           EVALUATE ACCIONIO
              WHEN "C"
                 CALL "PRUMKDIR" USING NOMBREFSGSERMAP
                 OPEN OUTPUT FSGSERMAP
                 IF ERROR-1 = "0"
                    CLOSE FSGSERMAP
                 END-IF
              WHEN "A"
                 OPEN I-O FSGSERMAP
              WHEN "L"
                 OPEN INPUT FSGSERMAP
              WHEN "E"
                 MOVE REGISTROIO(1:192) TO RSGSERMAP
                 WRITE RSGSERMAP INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "R"
                 MOVE REGISTROIO(1:192) TO RSGSERMAP
                 READ FSGSERMAP WITH IGNORE LOCK INVALID KEY
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGSERMAP TO REGISTROIO
                 END-IF
              WHEN "S"
                 READ FSGSERMAP NEXT RECORD WITH IGNORE LOCK AT END
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGSERMAP TO REGISTROIO
                 END-IF
              WHEN "T"
                 MOVE "00" TO ERRORES
              WHEN "K"
                 CLOSE FSGSERMAP
              WHEN OTHER
                 MOVE "99" TO ERRORES
           END-EVALUATE.
           MOVE ERRORES TO ESTADOIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
