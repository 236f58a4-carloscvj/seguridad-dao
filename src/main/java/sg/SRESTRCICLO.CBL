       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRESTRCICLO.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      COMPRUEBA SI UN CAMBIO ESTRUCTURAL (IMAGEN DE
                      FSGNODO O FSGRC CON SU CODIGO ABM) CERRARIA UN
                      CICLO EN LA JERARQUIA DE NODOS (SRCHKCICLON) O
                      EN LA COMPOSICION DE ROLES (SRCHKCICLOR) SEGUN
                      LOS MAESTROS DE HOY. LAS BAJAS Y LOS CAMBIOS
                      DE FSGNR NO PUEDEN CERRAR CICLOS. LO USAN LA
                      COLA DE CAMBIOS PROGRAMADOS AL ENCOLAR Y LA
                      CADENA NOCTURNA AL APLICAR.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 CODIGO1                     PIC X(64).
       01 CODIGO2                     PIC X(64).

       LINKAGE SECTION.
       01 SERVIDORIN                  PIC X(8).
       01 ABMIN                       PIC X(1).
       01 REGISTROIN                  PIC X(192).
       01 HAYCICLO                    PIC 9.

       PROCEDURE DIVISION USING SERVIDORIN ABMIN REGISTROIN
                                HAYCICLO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO HAYCICLO.
           IF ABMIN = "B"
              GO TO FIN-PROCESOS
           END-IF.
           EVALUATE SERVIDORIN
              WHEN "FSGNODO"
                 MOVE REGISTROIN(1:64) TO CODIGO1
                 MOVE REGISTROIN(129:64) TO CODIGO2
                 IF CODIGO2 NOT = SPACES AND
                    CODIGO2 NOT = LOW-VALUES
                    CALL "SRCHKCICLON" USING CODIGO1 CODIGO2
                         HAYCICLO
                 END-IF
              WHEN "FSGRC"
                 MOVE REGISTROIN(1:64) TO CODIGO1
                 MOVE REGISTROIN(65:64) TO CODIGO2
                 CALL "SRCHKCICLOR" USING CODIGO1 CODIGO2 HAYCICLO
           END-EVALUATE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
