       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRGETRDES.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DEVUELVE LA DESCRIPCION DE UN ROLE EN UN
                      IDIOMA: LA TRADUCCION ACTIVA DE FSGRDES SI LA
                      HAY; SI NO, LA DESCRIPCION DE FSGROLE; SI EL
                      ROLE NO EXISTE, EL PROPIO CODIGO. ENCONTRADO
                      VALE 2 SI SE USO LA TRADUCCION, 1 SI LA DE
                      FSGROLE Y 0 SI NINGUNA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGRDES-SEL".
           COPY "FSGROLE-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGRDES-FD".
           COPY "FSGROLE-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGRDES               PIC X(256).
       01 NOMBREFSGROLE               PIC X(256).

       LINKAGE SECTION.
       01 ROLECODE                    PIC X(64).
       01 IDIOMAIN                    PIC X(8).
       01 DESOUT                      PIC X(64).
       01 ENCONTRADO                  PIC 9.

       PROCEDURE DIVISION USING ROLECODE IDIOMAIN DESOUT ENCONTRADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO ENCONTRADO.
           MOVE ROLECODE TO DESOUT.
           IF IDIOMAIN NOT = SPACES AND IDIOMAIN NOT = LOW-VALUES
              PERFORM LEETRADUCCION
           END-IF.
           IF ENCONTRADO = 0
              PERFORM LEEROLE
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       LEETRADUCCION SECTION.
       LTR.
           MOVE "mnu/SG/FSGRDES" TO NOMBREFSGRDES.
           OPEN INPUT FSGRDES.
           IF ERROR-1 NOT = "0"
              GO TO FIN-LEETRADUCCION
           END-IF.
           MOVE ROLECODE TO CLA-ROLE.
           MOVE IDIOMAIN TO CLA-IDIOMA.
           READ FSGRDES WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0" AND ACTIVO OF RSGRDES NOT = "N" AND
              DES-IDIOMA NOT = SPACES
              MOVE DES-IDIOMA TO DESOUT
              MOVE 2 TO ENCONTRADO
           END-IF.
           CLOSE FSGRDES.
       FIN-LEETRADUCCION.
           EXIT.

       LEEROLE SECTION.
       LRO.
           MOVE "mnu/SG/FSGROLE" TO NOMBREFSGROLE.
           OPEN INPUT FSGROLE.
           IF ERROR-1 NOT = "0"
              GO TO FIN-LEEROLE
           END-IF.
           MOVE ROLECODE TO CLA OF RSGROLE.
           READ FSGROLE WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0" AND DES OF RSGROLE NOT = SPACES
              MOVE DES OF RSGROLE TO DESOUT
              MOVE 1 TO ENCONTRADO
           END-IF.
           CLOSE FSGROLE.
       FIN-LEEROLE.
           EXIT.
