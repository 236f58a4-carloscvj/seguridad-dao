       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRREOIDREG.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACCESO A FSGIDREG PARA EL REORGANIZADOR POR TABLA
                      TSGGEN Y SU CONTADOR SRCTATGEN: CREA EL FICHERO
                      VACIO, LO ABRE, GRABA, LEE POR CLAVE, LEE EN
                      SECUENCIA, SE POSICIONA POR LA CLAVE ALTERNATIVA
                      EMPLEADO Y LO CIERRA, DEVOLVIENDO SIEMPRE EL
                      ESTADO DEL FICHERO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGIDREG-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGIDREG-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGIDREG              PIC X(256).

       LINKAGE SECTION.
       01 ACCIONIO                    PIC X.
       01 NOMBREIO                    PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).

       PROCEDURE DIVISION USING ACCIONIO NOMBREIO REGISTROIO
                 ESTADOIO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE NOMBREIO TO NOMBREFSGIDREG.
           MOVE "00" TO ERRORES.
           EVALUATE ACCIONIO
              WHEN "C"
                 CALL "PRUMKDIR" USING NOMBREFSGIDREG
                 OPEN OUTPUT FSGIDREG
                 IF ERROR-1 = "0"
                    CLOSE FSGIDREG
                 END-IF
              WHEN "A"
                 OPEN I-O FSGIDREG
              WHEN "L"
                 OPEN INPUT FSGIDREG
              WHEN "E"
                 MOVE REGISTROIO(1:192) TO RSGIDREG
                 WRITE RSGIDREG INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "R"
                 MOVE REGISTROIO(1:192) TO RSGIDREG
                 READ FSGIDREG WITH IGNORE LOCK INVALID KEY
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGIDREG TO REGISTROIO
                 END-IF
              WHEN "S"
                 READ FSGIDREG NEXT RECORD WITH IGNORE LOCK AT END
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGIDREG TO REGISTROIO
                 END-IF
              WHEN "T"
                 MOVE REGISTROIO(1:192) TO RSGIDREG
                 START FSGIDREG KEY = EMPLEADO INVALID KEY
                       CONTINUE
                 END-START
              WHEN "K"
                 CLOSE FSGIDREG
              WHEN OTHER
                 MOVE "99" TO ERRORES
           END-EVALUATE.
           MOVE ERRORES TO ESTADOIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
