       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRREOCERT.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACCESO A FSGCERT PARA EL REORGANIZADOR POR TABLA
                      TSGGEN Y SU CONTADOR SRCTATGEN: CREA EL FICHERO
                      VACIO, LO ABRE, GRABA, LEE POR CLAVE, LEE EN
                      SECUENCIA Y LO CIERRA, DEVOLVIENDO SIEMPRE EL
                      ESTADO DEL FICHERO. NO TIENE CLAVE ALTERNATIVA,
                      ASI QUE LA ACCION T NO HACE NADA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGCERT-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGCERT-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGCERT                PIC X(256).

       LINKAGE SECTION.
       01 ACCIONIO                    PIC X.
       01 NOMBREIO                    PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).

       PROCEDURE DIVISION USING ACCIONIO NOMBREIO REGISTROIO
                 ESTADOIO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE NOMBREIO TO NOMBREFSGCERT.
           MOVE "00" TO ERRORES.
           EVALUATE ACCIONIO
              WHEN "C"
                 CALL "PRUMKDIR" USING NOMBREFSGCERT
                 OPEN OUTPUT FSGCERT
                 IF ERROR-1 = "0"
                    CLOSE FSGCERT
                 END-IF
              WHEN "A"
                 OPEN I-O FSGCERT
              WHEN "L"
                 OPEN INPUT FSGCERT
              WHEN "E"
                 MOVE REGISTROIO(1:192) TO RSGCERT
                 WRITE RSGCERT INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "R"
                 MOVE REGISTROIO(1:192) TO RSGCERT
                 READ FSGCERT WITH IGNORE LOCK INVALID KEY
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGCERT TO REGISTROIO
                 END-IF
              WHEN "S"
                 READ FSGCERT NEXT RECORD WITH IGNORE LOCK AT END
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGCERT TO REGISTROIO
                 END-IF
              WHEN "T"
                 MOVE "00" TO ERRORES
              WHEN "K"
                 CLOSE FSGCERT
              WHEN OTHER
                 MOVE "99" TO ERRORES
           END-EVALUATE.
           MOVE ERRORES TO ESTADOIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
