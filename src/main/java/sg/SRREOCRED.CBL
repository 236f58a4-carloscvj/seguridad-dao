       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRREOCRED.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACCESO A FSGCRED PARA EL REORGANIZADOR POR TABLA
                      TSGGEN Y SU CONTADOR SRCTATGEN: CREA EL FICHERO
                      VACIO, LO ABRE, GRABA, LEE POR CLAVE, LEE EN
                      SECUENCIA Y LO CIERRA, DEVOLVIENDO SIEMPRE EL
                      ESTADO DEL FICHERO. NO TIENE CLAVE ALTERNATIVA,
                      ASI QUE LA ACCION T NO HACE NADA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGCRED-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGCRED-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGCRED                PIC X(256).

       LINKAGE SECTION.
       01 ACCIONIO                    PIC X.
       01 NOMBREIO                    PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).

       PROCEDURE DIVISION USING ACCIONIO NOMBREIO REGISTROIO
                 ESTADOIO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE NOMBREIO TO NOMBREFSGCRED.
           MOVE "00" TO ERRORES.
           EVALUATE ACCIONIO
              WHEN "C"
                 CALL "PRUMKDIR" USING NOMBREFSGCRED
                 OPEN OUTPUT FSGCRED
                 IF ERROR-1 = "0"
                    CLOSE FSGCRED
                 END-IF
              WHEN "A"
                 OPEN I-O FSGCRED
              WHEN "L"
                 OPEN INPUT FSGCRED
              WHEN "E"
                 MOVE REGISTROIO(1:128) TO RSGCRED
                 WRITE RSGCRED INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "R"
                 MOVE REGISTROIO(1:128) TO RSGCRED
                 READ FSGCRED WITH IGNORE LOCK INVALID KEY
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGCRED TO REGISTROIO
                 END-IF
              WHEN "S"
                 READ FSGCRED NEXT RECORD WITH IGNORE LOCK AT END
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGCRED TO REGISTROIO
                 END-IF
              WHEN "T"
                 MOVE "00" TO ERRORES
              WHEN "K"
                 CLOSE FSGCRED
              WHEN OTHER
                 MOVE "99" TO ERRORES
           END-EVALUATE.
           MOVE ERRORES TO ESTADOIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
