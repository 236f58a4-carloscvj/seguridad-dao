       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRGETIDIOMA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DEVUELVE EL IDIOMA DE UN USUARIO SEGUN FSGUSU.
                      UN USUARIO SIN IDIOMA INFORMADO (O QUE NO
                      EXISTE) RECIBE EL PRIMERO DE LA CLAVE IDIOMAS
                      DE FSGCFG, Y SI TAMPOCO HAY, BLANCOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGUSU-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGUSU-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGUSU                PIC X(256).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 IDIOMAOUT                   PIC X(8).
       01 ENCONTRADO                  PIC 9.

       PROCEDURE DIVISION USING USUCODE IDIOMAOUT ENCONTRADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO ENCONTRADO.
           MOVE SPACES TO IDIOMAOUT.
           MOVE "mnu/SG/FSGUSU" TO NOMBREFSGUSU.
           OPEN INPUT FSGUSU.
           IF ERROR-1 = "0"
              MOVE USUCODE TO CLA
              READ FSGUSU WITH IGNORE LOCK INVALID KEY
                   CONTINUE
              END-READ
              IF ERROR-1 = "0"
                 MOVE 1 TO ENCONTRADO
                 IF IDIOMA NOT = LOW-VALUES
                    MOVE IDIOMA TO IDIOMAOUT
                 END-IF
              END-IF
              CLOSE FSGUSU
           END-IF.
           IF IDIOMAOUT = SPACES
              MOVE "IDIOMAS" TO CFGCLAVE
              CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG
              IF ENCONTRADOCFG NOT = 0
                 UNSTRING VALORCFG DELIMITED BY ","
                     INTO IDIOMAOUT
                 END-UNSTRING
              END-IF
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
