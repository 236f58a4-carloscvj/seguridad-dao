       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRREOPEND.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACCESO A FSGPEND PARA EL REORGANIZADOR POR TABLA
                      TSGGEN Y SU CONTADOR SRCTATGEN: CREA EL FICHERO
                      VACIO, LO ABRE, GRABA, LEE POR CLAVE, LEE EN
                      SECUENCIA Y LO CIERRA, DEVOLVIENDO SIEMPRE EL
                      ESTADO DEL FICHERO. NO TIENE CLAVE ALTERNATIVA,
                      ASI QUE LA ACCION T NO HACE NADA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGPEND-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGPEND-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGPEND                PIC X(256).

       LINKAGE SECTION.
       01 ACCIONIO                    PIC X.
       01 NOMBREIO                    PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).

       PROCEDURE DIVISION USING ACCIONIO NOMBREIO REGISTROIO
                 ESTADOIO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE NOMBREIO TO NOMBREFSGPEND.
           MOVE "00" TO ERRORES.
           EVALUATE ACCIONIO
              WHEN "C"
                 CALL "PRUMKDIR" USING NOMBREFSGPEND
                 OPEN OUTPUT FSGPEND
                 IF ERROR-1 = "0"
                    CLOSE FSGPEND
                 END-IF
              WHEN "A"
                 OPEN I-O FSGPEND
              WHEN "L"
                 OPEN INPUT FSGPEND
              WHEN "E"
                 MOVE REGISTROIO(1:288) TO RSGPEND
                 WRITE RSGPEND INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "R"
                 MOVE REGISTROIO(1:288) TO RSGPEND
                 READ FSGPEND WITH IGNORE LOCK INVALID KEY
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGPEND TO REGISTROIO
                 END-IF
              WHEN "S"
                 READ FSGPEND NEXT RECORD WITH IGNORE LOCK AT END
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGPEND TO REGISTROIO
                 END-IF
              WHEN "T"
                 MOVE "00" TO ERRORES
              WHEN "K"
                 CLOSE FSGPEND
              WHEN OTHER
                 MOVE "99" TO ERRORES
           END-EVALUATE.
           MOVE ERRORES TO ESTADOIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
