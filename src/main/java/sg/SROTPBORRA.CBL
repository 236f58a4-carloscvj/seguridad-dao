       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SROTPBORRA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      BORRA EL CODIGO DE UN SOLO USO PENDIENTE DE UN
                      USUARIO EN FSGOTP, CON SU CANAL DE ENVIO (DATO
                      PERSONAL QUE LA PURGA DEBE ELIMINAR), DEJANDO LA
                      BAJA EN LA TRAZA SOLO CON LA CLAVE. RESULTADO 0
                      BORRADO, 1 NO TENIA, 2 FICHERO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGOTP-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGOTP-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGOTP                PIC X(256).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING USUCODE RESULTADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADO.
           MOVE "mnu/SG/FSGOTP" TO NOMBREFSGOTP.
           OPEN I-O FSGOTP.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           MOVE USUCODE TO CLA OF RSGOTP.
           DELETE FSGOTP INVALID KEY
                  MOVE 1 TO RESULTADO
                  GO TO CERRARB.
           MOVE "B" TO ABM.
           MOVE SPACES TO REGISTRO.
           MOVE USUCODE TO REGISTRO(1:64).
           CALL "SRUTRAZA" USING NOMBREFSGOTP ABM REGISTRO.
       CERRARB.
           CLOSE FSGOTP.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
