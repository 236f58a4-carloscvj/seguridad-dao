       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRREOLEGAL.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACCESO A FSGLEGAL PARA LAS UTILIDADES POR TABLA
                      (BUSQUEDA DE USOS SRDONDE): CREA EL FICHERO VACIO,
                      LO ABRE, GRABA, LEE POR CLAVE, LEE EN SECUENCIA Y
                      LO CIERRA, DEVOLVIENDO SIEMPRE EL ESTADO DEL
                      FICHERO. NO TIENE CLAVE ALTERNATIVA, ASI QUE LA
                      ACCION T NO HACE NADA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGLEGAL-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGLEGAL-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGLEGAL              PIC X(256).

       LINKAGE SECTION.
       01 ACCIONIO                    PIC X.
       01 NOMBREIO                    PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).

       PROCEDURE DIVISION USING ACCIONIO NOMBREIO REGISTROIO
                 ESTADOIO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE NOMBREIO TO NOMBREFSGLEGAL.
           MOVE "00" TO ERRORES.
           EVALUATE ACCIONIO
              WHEN "C"
                 CALL "PRUMKDIR" USING NOMBREFSGLEGAL
                 OPEN OUTPUT FSGLEGAL
                 IF ERROR-1 = "0"
                    CLOSE FSGLEGAL
                 END-IF
              WHEN "A"
                 OPEN I-O FSGLEGAL
              WHEN "L"
                 OPEN INPUT FSGLEGAL
              WHEN "E"
                 MOVE REGISTROIO(1:192) TO RSGLEGAL
                 WRITE RSGLEGAL INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "R"
                 MOVE REGISTROIO(1:192) TO RSGLEGAL
                 READ FSGLEGAL WITH IGNORE LOCK INVALID KEY
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGLEGAL TO REGISTROIO
                 END-IF
              WHEN "S"
                 READ FSGLEGAL NEXT RECORD WITH IGNORE LOCK AT END
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGLEGAL TO REGISTROIO
                 END-IF
              WHEN "T"
                 MOVE "00" TO ERRORES
              WHEN "K"
                 CLOSE FSGLEGAL
              WHEN OTHER
                 MOVE "99" TO ERRORES
           END-EVALUATE.
           MOVE ERRORES TO ESTADOIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
