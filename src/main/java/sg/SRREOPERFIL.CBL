       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRREOPERFIL.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACCESO A FSGPERFIL PARA LAS UTILIDADES POR TABLA
                      (BUSQUEDA DE USOS SRDONDE): CREA EL FICHERO VACIO,
                      LO ABRE, GRABA, LEE POR CLAVE, LEE EN SECUENCIA Y
                      LO CIERRA, DEVOLVIENDO SIEMPRE EL ESTADO DEL
                      FICHERO. NO TIENE CLAVE ALTERNATIVA, ASI QUE LA
                      ACCION T NO HACE NADA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGPERFIL-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGPERFIL-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGPERFIL             PIC X(256).

       LINKAGE SECTION.
       01 ACCIONIO                    PIC X.
       01 NOMBREIO                    PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).

       PROCEDURE DIVISION USING ACCIONIO NOMBREIO REGISTROIO
                 ESTADOIO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE NOMBREIO TO NOMBREFSGPERFIL.
           MOVE "00" TO ERRORES.
           EVALUATE ACCIONIO
              WHEN "C"
                 CALL "PRUMKDIR" USING NOMBREFSGPERFIL
                 OPEN OUTPUT FSGPERFIL
                 IF ERROR-1 = "0"
                    CLOSE FSGPERFIL
                 END-IF
              WHEN "A"
                 OPEN I-O FSGPERFIL
              WHEN "L"
                 OPEN INPUT FSGPERFIL
              WHEN "E"
                 MOVE REGISTROIO(1:128) TO RSGPERFIL
                 WRITE RSGPERFIL INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "R"
                 MOVE REGISTROIO(1:128) TO RSGPERFIL
                 READ FSGPERFIL WITH IGNORE LOCK INVALID KEY
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGPERFIL TO REGISTROIO
                 END-IF
              WHEN "S"
                 READ FSGPERFIL NEXT RECORD WITH IGNORE LOCK AT END
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGPERFIL TO REGISTROIO
                 END-IF
              WHEN "T"
                 MOVE "00" TO ERRORES
              WHEN "K"
                 CLOSE FSGPERFIL
              WHEN OTHER
                 MOVE "99" TO ERRORES
           END-EVALUATE.
           MOVE ERRORES TO ESTADOIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
