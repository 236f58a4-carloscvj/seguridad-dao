       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRCTATGEN.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      CUENTA TODOS LOS REGISTROS DE UN MAESTRO DE LA
                      TABLA DE DEFINICION SRREOTABLA A TRAVES DE SU
                      PROGRAMA DE ACCESO SRREOXXX (PARA EL ASESOR DE
                      REORGANIZACIONES). RESULTADO 1 SI EL FICHERO NO
                      ESTA EN LA TABLA O NO SE PUEDE ABRIR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY "WO-REODEF".

       01 INDICEREO                   PIC 9(2).
       01 TOTALREO                    PIC 9(2).
       01 ACCIONIO                    PIC X.
       01 NOMBREBASE                  PIC X(256).
       01 REGISTROIO                  PIC X(4096).
       01 ESTADOIO                    PIC X(2).

       LINKAGE SECTION.
       01 FICHEROCTA                  PIC X(12).
       01 CONTADOR                    PIC 9(8).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING FICHEROCTA CONTADOR RESULTADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO CONTADOR.
           MOVE 0 TO RESULTADO.
           MOVE 0 TO INDICEREO.
           MOVE FICHEROCTA TO RD-FICHERO.
           CALL "SRREOTABLA" USING INDICEREO TOTALREO FILA-REODEF.
           IF RD-FICHERO = SPACES
              MOVE 1 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           MOVE SPACES TO NOMBREBASE.
           STRING "mnu/SG/" RD-FICHERO
                  DELIMITED BY " "
                  INTO NOMBREBASE
           END-STRING.
           MOVE "L" TO ACCIONIO.
           CALL RD-ACCESO USING ACCIONIO NOMBREBASE REGISTROIO
                ESTADOIO.
           IF ESTADOIO(1:1) NOT = "0"
              MOVE 1 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "S" TO ACCIONIO.
           CALL RD-ACCESO USING ACCIONIO NOMBREBASE REGISTROIO
                ESTADOIO.
           PERFORM UNTIL ESTADOIO(1:1) NOT = "0"
              ADD 1 TO CONTADOR
              CALL RD-ACCESO USING ACCIONIO NOMBREBASE REGISTROIO
                   ESTADOIO
           END-PERFORM.
           MOVE "K" TO ACCIONIO.
           CALL RD-ACCESO USING ACCIONIO NOMBREBASE REGISTROIO
                ESTADOIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
