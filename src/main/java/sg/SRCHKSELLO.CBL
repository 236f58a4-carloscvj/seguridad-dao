       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRCHKSELLO.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      CONTROL OPTIMISTA DE CONCURRENCIA DE LA OPERACION
                      REW DE LOS SERVIDORES SSGXXX. EL CLIENTE DEVUELVE
                      EN MODFECHA Y MODHORA LA MARCA DEL REGISTRO QUE
                      LEYO; EL SERVIDOR RELEE EL REGISTRO GUARDADO Y
                      PASA AQUI LAS DOS MARCAS. SI NO COINCIDEN, OTRO
                      USUARIO LO HA CAMBIADO ENTRE MEDIAS Y LA
                      REESCRITURA SE RECHAZA (RESULTADO 1, ESTADO F4);
                      EL SERVIDOR DEVUELVE QUIEN Y CUANDO CON LA
                      OPERACION GETCAMBIO. SI EL CLIENTE NO MANDA MARCA
                      (CEROS O BLANCOS) SE REESCRIBE COMO SIEMPRE, SALVO
                      QUE HOY SEA IGUAL O POSTERIOR A LA FECHA DE LA
                      CLAVE SELLOREW DE FSGCFG, DESDE LA QUE LA MARCA
                      ES OBLIGATORIA (RESULTADO 2, ESTADO F5). SI EL
                      REGISTRO NO EXISTE NO HAY NADA QUE COMPARAR Y LA
                      REESCRITURA DA SU PROPIO ERROR. RESULTADO 0
                      SEGUIR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 HOY                         PIC 9(8).
       01 CFGCLAVE                    PIC X(32) VALUE "SELLOREW".
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.

       LINKAGE SECTION.
       01 SELLO.
          03 SELLO-FECHA              PIC X(8).
          03 SELLO-HORA               PIC X(6).
       01 CAMBIO.
          03 CAMBIO-POR               PIC X(15).
          03 CAMBIO-FECHA             PIC X(8).
          03 CAMBIO-HORA              PIC X(6).
       01 HALLADO                     PIC 9.
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING SELLO CAMBIO HALLADO RESULTADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADO.
           IF SELLO-FECHA = SPACES OR SELLO-FECHA = LOW-VALUES OR
              SELLO-FECHA = ZEROS OR SELLO-FECHA NOT NUMERIC
              PERFORM SINSELLO
              GO TO FIN-PROCESOS
           END-IF.
           IF HALLADO NOT = 1
              GO TO FIN-PROCESOS
           END-IF.
           IF SELLO-FECHA NOT = CAMBIO-FECHA OR
              SELLO-HORA NOT = CAMBIO-HORA
              MOVE 1 TO RESULTADO
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       SINSELLO SECTION.
       SIS.
           MOVE SPACES TO VALORCFG.
           MOVE 0 TO ENCONTRADOCFG.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG = 0 OR VALORCFG(1:8) NOT NUMERIC
              GO TO FIN-SINSELLO
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           IF HOY NOT < VALORCFG(1:8)
              MOVE 2 TO RESULTADO
           END-IF.
       FIN-SINSELLO.
           EXIT.
