       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRCHKTIER.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      COMPRUEBA SI UN ROLE PUEDE CONCEDERSE
                      DIRECTAMENTE A UN USUARIO. LOS ROLES TECNICOS
                      (TIPO-ROLE "T" EN FSGROLE) SOLO SE CONCEDEN A
                      TRAVES DE UN ROLE DE NEGOCIO QUE LOS INCLUYA EN
                      FSGRC; DIRECTAMENTE SOLO A CUENTAS TECNICAS
                      (TIPO-CUENTA "T" EN FSGUSU) O CON UNA EXCEPCION
                      VIGENTE EN FSGWAIV PARA EL USUARIO Y EL ROLE CON
                      "*DIRECTO" COMO SEGUNDO ROLE (SE MANTIENE CON
                      SSGWAIV, CON APROBADOR, JUSTIFICACION Y FECHA DE
                      EXPIRACION). LOS ROLES DE NEGOCIO Y LOS SIN
                      CLASIFICAR NO SE RESTRINGEN. PERMITE 1 SI SE
                      PUEDE CONCEDER; SI NO, 0 Y EL MOTIVO EN RAZON.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 TIPOROLE                    PIC X(1).
       01 TIPOCUENTA                  PIC X(1).
       01 ENCONTRADO                  PIC 9.
       01 MARCADIRECTO                PIC X(64) VALUE "*DIRECTO".
       01 VIGENTE                     PIC 9.

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 ROLECODE                    PIC X(64).
       01 PERMITE                     PIC 9.
       01 RAZON                       PIC X(40).

       PROCEDURE DIVISION USING USUCODE ROLECODE PERMITE RAZON.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 1 TO PERMITE.
           MOVE SPACES TO RAZON.
           CALL "SRTIPOROLE" USING ROLECODE TIPOROLE ENCONTRADO.
           IF TIPOROLE NOT = "T"
              GO TO FIN-PROCESOS
           END-IF.
           CALL "SRGETTIPO" USING USUCODE TIPOCUENTA ENCONTRADO.
           IF TIPOCUENTA = "T"
              GO TO FIN-PROCESOS
           END-IF.
           CALL "SRCHKWAIV" USING USUCODE ROLECODE MARCADIRECTO
                VIGENTE.
           IF VIGENTE = 1
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 0 TO PERMITE.
           MOVE "ROLE TECNICO: PEDIR UN ROLE DE NEGOCIO" TO RAZON.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
