       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRHCREDBORRA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      BORRA EL HISTORICO DE HUELLAS DE CREDENCIAL DE UN
                      USUARIO EN FSGHCRED (DATO PERSONAL QUE LA PURGA
                      DEBE ELIMINAR). RESULTADO 0 BORRADO, 1 NO TENIA,
                      2 FICHERO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGHCRED-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGHCRED-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGHCRED              PIC X(256).

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING USUCODE RESULTADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADO.
           MOVE "mnu/SG/FSGHCRED" TO NOMBREFSGHCRED.
           OPEN I-O FSGHCRED.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           MOVE USUCODE TO CLA OF RSGHCRED.
           DELETE FSGHCRED INVALID KEY
                  MOVE 1 TO RESULTADO
                  GO TO CERRARB.
       CERRARB.
           CLOSE FSGHCRED.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
