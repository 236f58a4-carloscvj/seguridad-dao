       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRCLASIF.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DEVUELVE LA CLASIFICACION EFECTIVA DE UN NODO:
                      LA SUYA EN FSGNAT SI ESTA CLASIFICADO (1 A 9) Y SI
                      NO LA DEL ANTECESOR CLASIFICADO MAS CERCANO
                      SUBIENDO POR CLA-PADRE DE FSGNODO (SRGETPADRE).
                      NODOORIGEN DICE DE QUE NODO VIENE. SIN NINGUNO
                      CLASIFICADO EN LA CADENA DEVUELVE 0 (SIN
                      CLASIFICAR).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGNAT-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGNAT-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGNAT                PIC X(256).
       01 NODOACT                     PIC X(64).
       01 SALTOS                      PIC 9(2).
       01 PADRENODO                   PIC X(64).
       01 ENCONTRADOPAD               PIC 9.

       LINKAGE SECTION.
       01 NODOCODE                    PIC X(64).
       01 CLASIFOUT                   PIC 9(1).
       01 NODOORIGEN                  PIC X(64).

       PROCEDURE DIVISION USING NODOCODE CLASIFOUT NODOORIGEN.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO CLASIFOUT.
           MOVE SPACES TO NODOORIGEN.
           MOVE "mnu/SG/FSGNAT" TO NOMBREFSGNAT.
           OPEN INPUT FSGNAT.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PROCESOS
           END-IF.
           MOVE NODOCODE TO NODOACT.
           MOVE 0 TO SALTOS.
           PERFORM SUBENODO.
           CLOSE FSGNAT.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       SUBENODO SECTION.
       SUN.
           MOVE NODOACT TO CLA.
           READ FSGNAT WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0" AND CLASIFICACION NUMERIC AND
              CLASIFICACION > 0
              MOVE CLASIFICACION TO CLASIFOUT
              MOVE NODOACT TO NODOORIGEN
              GO TO FIN-SUBENODO
           END-IF.
           IF SALTOS > 30
              GO TO FIN-SUBENODO
           END-IF.
           CALL "SRGETPADRE" USING NODOACT PADRENODO ENCONTRADOPAD.
           IF ENCONTRADOPAD = 0 OR PADRENODO = SPACES OR
              PADRENODO = NODOACT
              GO TO FIN-SUBENODO
           END-IF.
           MOVE PADRENODO TO NODOACT.
           ADD 1 TO SALTOS.
           GO TO SUN.
       FIN-SUBENODO.
           EXIT.
