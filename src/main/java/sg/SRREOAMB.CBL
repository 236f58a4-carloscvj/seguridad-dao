       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRREOAMB.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACCESO A FSGAMB PARA LAS UTILIDADES POR TABLA
                      (BUSQUEDA DE USOS SRDONDE): CREA EL FICHERO VACIO,
                      LO ABRE, GRABA, LEE POR CLAVE, LEE EN SECUENCIA Y
                      LO CIERRA, DEVOLVIENDO SIEMPRE EL ESTADO DEL
                      FICHERO. NO TIENE CLAVE ALTERNATIVA, ASI QUE LA
                      ACCION T NO HACE NADA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGAMB-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGAMB-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGAMB                PIC X(256).

       LINKAGE SECTION.
       01 ACCIONIO                    PIC X.
       01 NOMBREIO                    PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).

       PROCEDURE DIVISION USING ACCIONIO NOMBREIO REGISTROIO
                 ESTADOIO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE NOMBREIO TO NOMBREFSGAMB.
           MOVE "00" TO ERRORES.
           EVALUATE ACCIONIO
              WHEN "C"
                 CALL "PRUMKDIR" USING NOMBREFSGAMB
                 OPEN OUTPUT FSGAMB
                 IF ERROR-1 = "0"
                    CLOSE FSGAMB
                 END-IF
              WHEN "A"
                 OPEN I-O FSGAMB
              WHEN "L"
                 OPEN INPUT FSGAMB
              WHEN "E"
                 MOVE REGISTROIO(1:169) TO RSGAMB
                 WRITE RSGAMB INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "R"
                 MOVE REGISTROIO(1:169) TO RSGAMB
                 READ FSGAMB WITH IGNORE LOCK INVALID KEY
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGAMB TO REGISTROIO
                 END-IF
              WHEN "S"
                 READ FSGAMB NEXT RECORD WITH IGNORE LOCK AT END
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGAMB TO REGISTROIO
                 END-IF
              WHEN "T"
                 MOVE "00" TO ERRORES
              WHEN "K"
                 CLOSE FSGAMB
              WHEN OTHER
                 MOVE "99" TO ERRORES
           END-EVALUATE.
           MOVE ERRORES TO ESTADOIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
