       01 DWHIMAGEN                   PIC X(400).
       01 IMG-USU REDEFINES DWHIMAGEN.
          05 IUS-DES                  PIC X(64).
          05 IUS-RESPONSABLE          PIC X(64).
          05 IUS-DEPARTAMENTO         PIC X(16).
          05 IUS-CENTRO-COSTE         PIC X(8).
          05 IUS-PUESTO               PIC X(8).
          05 IUS-ACTIVO               PIC X(1).
          05 IUS-FECHA-EFECTIVA       PIC 9(8).
          05 IUS-ENTIDAD              PIC X(4).
          05 IUS-TIPO-CUENTA          PIC X(1).
          05 IUS-HABILITACION         PIC 9(1).
          05 IUS-IDIOMA               PIC X(8).
          05 FILLER                   PIC X(217).
       01 IMG-ROLE REDEFINES DWHIMAGEN.
          05 IRO-DES                  PIC X(64).
          05 IRO-ACTIVO               PIC X(1).
          05 IRO-FECHA-EFECTIVA       PIC 9(8).
          05 IRO-ENTIDAD              PIC X(4).
          05 IRO-TIPO-ROLE            PIC X(1).
          05 FILLER                   PIC X(322).
       01 IMG-NODO REDEFINES DWHIMAGEN.
          05 INO-DES                  PIC X(64).
          05 INO-PADRE                PIC X(64).
          05 INO-SERVICIO             PIC X(64).
          05 INO-NIVEL                PIC 9(2).
          05 INO-RUTA                 PIC X(200).
          05 FILLER                   PIC X(6).
       01 IMG-FECHA REDEFINES DWHIMAGEN.
          05 IFE-ANO                  PIC 9(4).
          05 IFE-MES                  PIC 9(2).
          05 IFE-DIA                  PIC 9(2).
          05 IFE-TRIMESTRE            PIC 9(1).
          05 IFE-DIASEMANA            PIC 9(1).
          05 IFE-TIPO-DIA             PIC X(1).
          05 IFE-LABORABLE            PIC X(1).
          05 FILLER                   PIC X(388).
