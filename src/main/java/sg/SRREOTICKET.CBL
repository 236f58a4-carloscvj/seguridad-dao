       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRREOTICKET.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACCESO A FSGTICKET PARA EL REORGANIZADOR POR TABLA
                      TSGGEN Y SU CONTADOR SRCTATGEN: CREA EL FICHERO
                      VACIO, LO ABRE, GRABA, LEE POR CLAVE, LEE EN
                      SECUENCIA Y LO CIERRA, DEVOLVIENDO SIEMPRE EL
                      ESTADO DEL FICHERO. NO TIENE CLAVE ALTERNATIVA,
                      ASI QUE LA ACCION T NO HACE NADA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGTICKET-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGTICKET-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGTICKET              PIC X(256).

       LINKAGE SECTION.
       01 ACCIONIO                    PIC X.
       01 NOMBREIO                    PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).

       PROCEDURE DIVISION USING ACCIONIO NOMBREIO REGISTROIO
                 ESTADOIO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE NOMBREIO TO NOMBREFSGTICKET.
           MOVE "00" TO ERRORES.
           EVALUATE ACCIONIO
              WHEN "C"
                 CALL "PRUMKDIR" USING NOMBREFSGTICKET
                 OPEN OUTPUT FSGTICKET
                 IF ERROR-1 = "0"
                    CLOSE FSGTICKET
                 END-IF
              WHEN "A"
                 OPEN I-O FSGTICKET
              WHEN "L"
                 OPEN INPUT FSGTICKET
              WHEN "E"
                 MOVE REGISTROIO(1:192) TO RSGTICKET
                 WRITE RSGTICKET INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "R"
                 MOVE REGISTROIO(1:192) TO RSGTICKET
                 READ FSGTICKET WITH IGNORE LOCK INVALID KEY
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGTICKET TO REGISTROIO
                 END-IF
              WHEN "S"
                 READ FSGTICKET NEXT RECORD WITH IGNORE LOCK AT END
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGTICKET TO REGISTROIO
                 END-IF
              WHEN "T"
                 MOVE "00" TO ERRORES
              WHEN "K"
                 CLOSE FSGTICKET
              WHEN OTHER
                 MOVE "99" TO ERRORES
           END-EVALUATE.
           MOVE ERRORES TO ESTADOIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
