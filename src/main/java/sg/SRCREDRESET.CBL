                      FSGCRED, PARA QUE LA FILA DE AUDITORIA SE
                      LEA ENTERA. LA CONTRASENA TEMPORAL SE
                      DEVUELVE AL LLAMADOR PARA SU ENTREGA EN
                      MANO; NUNCA SE ALMACENA. LA HUELLA SE CALCULA
                      CON EL ESQUEMA EN VIGOR (SRESQUEMA), ASI QUE UN
                      RESET SUPERVISADO TAMBIEN SACA A LA CREDENCIAL
                      DE UN ESQUEMA VIEJO.

       ENVIRONMENT DIVISION.

       01 CLAVESEM                    PIC X(64).
       01 HUELLA                      PIC 9(18).
       01 SEMILLA                     PIC 9(18).
       01 ESQUEMA                     PIC 9.
       01 SAL                         PIC X(16).
       01 ESQUEMAUNO                  PIC 9 VALUE 1.
       01 SALVACIA                    PIC X(16) VALUE SPACES.
       01 HOY                         PIC 9(8).
       01 HOYENTERO                   PIC 9(7).
       01 EXPIRA                      PIC 9(8).
           COMPUTE EXPIRA =
                   FUNCTION DATE-OF-INTEGER(HOYENTERO + DIASTEMP).
           PERFORM GENERACLAVE.
           CALL "SRESQUEMA" USING USUCODE ESQUEMA SAL.
           CALL "SRHASH" USING USUCODE CLAVETEXTO HUELLA ESQUEMA SAL.
           CALL "SRCREDGRABA" USING USUCODE HUELLA FORZADO
                EXPIRA RESULTADOGRB ESQUEMA SAL.
           IF RESULTADOGRB NOT = 0
              MOVE 2 TO RESULTADO
              MOVE SPACES TO CLAVETEMP
       GCL.
           MOVE SPACES TO CLAVESEM.
           MOVE FUNCTION CURRENT-DATE(1:16) TO CLAVESEM(1:16).
           CALL "SRHASH" USING USUCODE CLAVESEM HUELLA ESQUEMAUNO
                SALVACIA.
           MOVE HUELLA TO SEMILLA.
           MOVE SPACES TO CLAVETEMP.
           STRING "T" SEMILLA(4:12)
