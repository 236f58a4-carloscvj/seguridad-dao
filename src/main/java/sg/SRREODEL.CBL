       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRREODEL.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      ACCESO A FSGDEL PARA EL REORGANIZADOR POR TABLA
                      TSGGEN Y SU CONTADOR SRCTATGEN: CREA EL FICHERO
                      VACIO, LO ABRE, GRABA, LEE POR CLAVE, LEE EN
                      SECUENCIA, SE POSICIONA POR LA CLAVE ALTERNATIVA
                      CLA-DELEGADO Y LO CIERRA, DEVOLVIENDO SIEMPRE EL
                      ESTADO DEL FICHERO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGDEL-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGDEL-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGDEL                 PIC X(256).

       LINKAGE SECTION.
       01 ACCIONIO                    PIC X.
       01 NOMBREIO                    PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).

       PROCEDURE DIVISION USING ACCIONIO NOMBREIO REGISTROIO
                 ESTADOIO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE NOMBREIO TO NOMBREFSGDEL.
           MOVE "00" TO ERRORES.
           EVALUATE ACCIONIO
              WHEN "C"
                 CALL "PRUMKDIR" USING NOMBREFSGDEL
                 OPEN OUTPUT FSGDEL
                 IF ERROR-1 = "0"
                    CLOSE FSGDEL
                 END-IF
              WHEN "A"
                 OPEN I-O FSGDEL
              WHEN "L"
                 OPEN INPUT FSGDEL
              WHEN "E"
                 MOVE REGISTROIO(1:256) TO RSGDEL
                 WRITE RSGDEL INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "R"
                 MOVE REGISTROIO(1:256) TO RSGDEL
                 READ FSGDEL WITH IGNORE LOCK INVALID KEY
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGDEL TO REGISTROIO
                 END-IF
              WHEN "S"
                 READ FSGDEL NEXT RECORD WITH IGNORE LOCK AT END
                      CONTINUE
                 END-READ
                 IF ERROR-1 = "0"
                    MOVE RSGDEL TO REGISTROIO
                 END-IF
              WHEN "T"
                 MOVE REGISTROIO(1:256) TO RSGDEL
                 START FSGDEL KEY = CLA-DELEGADO INVALID KEY
                       CONTINUE
                 END-START
              WHEN "K"
                 CLOSE FSGDEL
              WHEN OTHER
                 MOVE "99" TO ERRORES
           END-EVALUATE.
           MOVE ERRORES TO ESTADOIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
