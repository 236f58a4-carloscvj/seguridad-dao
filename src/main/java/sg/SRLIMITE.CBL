       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRLIMITE.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      LIMITE DE RITMO DE LOS SERVIDORES SSGXXX CONTRA
                      CLIENTES DESBOCADOS. CUENTA LAS OPERACIONES DE
                      CADA SESION (EN MEMORIA) Y DE CADA USUARIO
                      EXTERNO (EN FSGLIM, SUMANDO TODAS SUS SESIONES)
                      SOBRE UNA VENTANA DESLIZANTE DE LIMVENTANA
                      MINUTOS (1 SI NO EXISTE), SEPARANDO EL GRUPO
                      "L" (LECTURAS: REA NEX PRE ST< ST> STN TODOS
                      PAGTODOS GETALL) DEL GRUPO "O" (LAS DEMAS).
                      LOS UMBRALES SALEN DE FSGCFG CON CLAVE
                      LIM + AMBITO (USU/SES) + FASE (LENTO/CORTE) +
                      GRUPO + SERVIDOR, POR EJEMPLO LIMUSUCORTELFSGUR
                      (SEIS CIFRAS); SI NO EXISTE SE USA LA MISMA
                      CLAVE SIN SERVIDOR, Y 0 O AUSENTE ES SIN LIMITE.
                      PASADO EL UMBRAL LENTO CADA RESPUESTA SE
                      RETRASA LIMPAUSA MILISEGUNDOS (1000 SI NO
                      EXISTE) Y LIMITADO VALE 1; PASADO EL UMBRAL
                      CORTE LIMITADO VALE 2 Y EL SERVIDOR RECHAZA LA
                      OPERACION (INVALIDKEY 9 CON ERRORES "F2"). CADA
                      PASO DE FASE DENTRO DE UNA VENTANA SE AVISA POR
                      CONSOLA, QUEDA EN LA TRAZA DE FSGSES (X) CON EL
                      MOTIVO Y MARCA LA SESION (LIMITE-ESTADO "L" O
                      "C" Y LIMITE-VECES). LOS TIPOS DE CUENTA DE LA
                      CLAVE LIMEXENTOS (POR EJEMPLO "T" PARA LAS
                      CUENTAS TECNICAS DE LOS LOTES) NO SE LIMITAN.
                      LIMITADO 0 SEGUIR.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGLIM-SEL".
           COPY "FSGSES-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGLIM-FD".
           COPY "FSGSES-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 TERMINALSES                 PIC X(16) IS EXTERNAL.
       01 NOMBREFSGLIM                PIC X(256).
       01 NOMBREFSGSES                PIC X(256).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 CARGADO                     PIC 9 VALUE 0.
       01 VENTANA                     PIC 9(3).
       01 PAUSA                       PIC 9(4).
       01 EXENTOS                     PIC X(8).
       01 USUCACHE                    PIC X(64) VALUE HIGH-VALUES.
       01 USUCODE                     PIC X(64).
       01 TIPOCUENTA                  PIC X(1).
       01 ENCONTRADOTIPO              PIC 9.
       01 EXENTO                      PIC 9 VALUE 0.
       01 CNT-EXENTO                  PIC 9(2).
       01 GRUPO                       PIC X(1).
       01 AMBITO                      PIC X(3).
       01 FASECFG                     PIC X(5).
       01 UMBRAL                      PIC 9(6).
       01 HOYFECHA                    PIC 9(8).
       01 HOYHORA                     PIC 9(6).
       01 HORATRAB                    PIC 9(6).
       01 HORATRAB-R REDEFINES HORATRAB.
          05 HT-HH                    PIC 9(2).
          05 HT-MM                    PIC 9(2).
          05 HT-SS                    PIC 9(2).
       01 MINABS                      PIC 9(12).
       01 VENTANAACT                  PIC 9(10).
       01 SEGDENTRO                   PIC 9(6).
       01 SEGVENTANA                  PIC 9(6).
       01 ESTSES                      PIC 9(8).
       01 ESTUSU                      PIC 9(8).
       01 FASE                        PIC 9.
       01 MOTIVO                      PIC X(40).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 NSESPERA                    PIC S9(18) COMP-5.
       01 IND                         PIC 9(2).
       01 NUMENT                      PIC 9(2) VALUE 0.
       01 TABLALIM.
          05 T-ENTRADA OCCURS 20.
             10 T-SERVIDOR            PIC X(8).
             10 T-GRUPO               PIC X(1).
             10 T-SESLENTO            PIC 9(6).
             10 T-SESCORTE            PIC 9(6).
             10 T-USULENTO            PIC 9(6).
             10 T-USUCORTE            PIC 9(6).
             10 T-VENTANA             PIC 9(10).
             10 T-ACT                 PIC 9(8).
             10 T-ANT                 PIC 9(8).
             10 T-AVISOVENT           PIC 9(10).
             10 T-AVISOFASE           PIC 9.

       LINKAGE SECTION.
       01 SERVIDORIN                  PIC X(8).
       01 OPERACION                   PIC X(128).
       01 LIMITADO                    PIC 9.

       PROCEDURE DIVISION USING SERVIDORIN OPERACION LIMITADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO LIMITADO.
           IF CARGADO = 0
              PERFORM CARGAGENERAL
           END-IF.
           MOVE SPACES TO USUCODE.
           MOVE USUARIO TO USUCODE.
           IF USUCODE NOT = USUCACHE
              PERFORM MIRAEXENTO
           END-IF.
           IF EXENTO = 1
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM CLASIFICA.
           PERFORM BUSCAENTRADA.
           IF IND = 0
              GO TO FIN-PROCESOS
           END-IF.
           IF T-SESLENTO(IND) = 0 AND T-SESCORTE(IND) = 0
              AND T-USULENTO(IND) = 0 AND T-USUCORTE(IND) = 0
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM CALCULAVENTANA.
           PERFORM CUENTASESION.
           MOVE 0 TO ESTUSU.
           IF T-USULENTO(IND) NOT = 0 OR T-USUCORTE(IND) NOT = 0
              PERFORM CUENTAUSUARIO
           END-IF.
           MOVE 0 TO FASE.
           IF (T-SESCORTE(IND) NOT = 0 AND
               ESTSES > T-SESCORTE(IND))
              OR (T-USUCORTE(IND) NOT = 0 AND
               ESTUSU > T-USUCORTE(IND))
              MOVE 2 TO FASE
           ELSE
              IF (T-SESLENTO(IND) NOT = 0 AND
                  ESTSES > T-SESLENTO(IND))
                 OR (T-USULENTO(IND) NOT = 0 AND
                  ESTUSU > T-USULENTO(IND))
                 MOVE 1 TO FASE
              END-IF
           END-IF.
           IF FASE = 0
              GO TO FIN-PROCESOS
           END-IF.
           IF T-AVISOVENT(IND) NOT = VENTANAACT
              OR T-AVISOFASE(IND) < FASE
              PERFORM AVISALIMITE
              MOVE VENTANAACT TO T-AVISOVENT(IND)
              MOVE FASE TO T-AVISOFASE(IND)
           END-IF.
           IF FASE = 1 AND PAUSA > 0
              COMPUTE NSESPERA = PAUSA * 1000000
              CALL "CBL_GC_NANOSLEEP" USING NSESPERA
           END-IF.
           MOVE FASE TO LIMITADO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       CARGAGENERAL SECTION.
       CGE.
           MOVE 1 TO CARGADO.
           MOVE "mnu/SG/FSGLIM" TO NOMBREFSGLIM.
           MOVE "mnu/SG/FSGSES" TO NOMBREFSGSES.
           MOVE 1 TO VENTANA.
           MOVE "LIMVENTANA" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              AND VALORCFG(1:3) NOT = "000"
              MOVE VALORCFG(1:3) TO VENTANA
           END-IF.
           MOVE 1000 TO PAUSA.
           MOVE "LIMPAUSA" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:4) NUMERIC
              MOVE VALORCFG(1:4) TO PAUSA
           END-IF.
           MOVE SPACES TO EXENTOS.
           MOVE "LIMEXENTOS" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0
              MOVE VALORCFG(1:8) TO EXENTOS
           END-IF.
       FIN-CARGAGENERAL.
           EXIT.

       MIRAEXENTO SECTION.
       MEX.
           MOVE USUCODE TO USUCACHE.
           MOVE 0 TO EXENTO.
           IF EXENTOS = SPACES
              GO TO FIN-MIRAEXENTO
           END-IF.
           CALL "SRGETTIPO" USING USUCODE TIPOCUENTA ENCONTRADOTIPO.
           IF ENCONTRADOTIPO = 0 OR TIPOCUENTA = SPACE
              GO TO FIN-MIRAEXENTO
           END-IF.
           MOVE 0 TO CNT-EXENTO.
           INSPECT EXENTOS TALLYING CNT-EXENTO FOR ALL TIPOCUENTA.
           IF CNT-EXENTO > 0
              MOVE 1 TO EXENTO
           END-IF.
       FIN-MIRAEXENTO.
           EXIT.

       CLASIFICA SECTION.
       CLS.
           MOVE "O" TO GRUPO.
           IF OPERACION(1:3) = "REA" OR "NEX" OR "PRE" OR "ST<"
              OR "ST>" OR "STN"
              MOVE "L" TO GRUPO
           END-IF.
           IF OPERACION = "TODOS" OR "PAGTODOS" OR "GETALL"
              MOVE "L" TO GRUPO
           END-IF.
       FIN-CLASIFICA.
           EXIT.

       BUSCAENTRADA SECTION.
       BEN.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > NUMENT
              IF T-SERVIDOR(IND) = SERVIDORIN
                 AND T-GRUPO(IND) = GRUPO
                 GO TO FIN-BUSCAENTRADA
              END-IF
           END-PERFORM.
           IF NUMENT NOT < 20
              MOVE 0 TO IND
              GO TO FIN-BUSCAENTRADA
           END-IF.
           ADD 1 TO NUMENT.
           MOVE NUMENT TO IND.
           INITIALIZE T-ENTRADA(IND).
           MOVE SERVIDORIN TO T-SERVIDOR(IND).
           MOVE GRUPO TO T-GRUPO(IND).
           MOVE "SES" TO AMBITO.
           MOVE "LENTO" TO FASECFG.
           PERFORM LEEUMBRAL.
           MOVE UMBRAL TO T-SESLENTO(IND).
           MOVE "CORTE" TO FASECFG.
           PERFORM LEEUMBRAL.
           MOVE UMBRAL TO T-SESCORTE(IND).
           MOVE "USU" TO AMBITO.
           MOVE "LENTO" TO FASECFG.
           PERFORM LEEUMBRAL.
           MOVE UMBRAL TO T-USULENTO(IND).
           MOVE "CORTE" TO FASECFG.
           PERFORM LEEUMBRAL.
           MOVE UMBRAL TO T-USUCORTE(IND).
       FIN-BUSCAENTRADA.
           EXIT.

       LEEUMBRAL SECTION.
       LUM.
           MOVE 0 TO UMBRAL.
           MOVE SPACES TO CFGCLAVE.
           STRING "LIM" AMBITO FASECFG GRUPO SERVIDORIN
                  DELIMITED BY SPACE
                  INTO CFGCLAVE
           END-STRING.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG = 0
              MOVE SPACES TO CFGCLAVE
              STRING "LIM" AMBITO FASECFG GRUPO
                     DELIMITED BY SPACE
                     INTO CFGCLAVE
              END-STRING
              CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG
           END-IF.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:6) NUMERIC
              MOVE VALORCFG(1:6) TO UMBRAL
           END-IF.
       FIN-LEEUMBRAL.
           EXIT.

       CALCULAVENTANA SECTION.
       CVE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOYFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOYHORA.
           MOVE HOYHORA TO HORATRAB.
           COMPUTE MINABS = FUNCTION INTEGER-OF-DATE(HOYFECHA) * 1440
                  + HT-HH * 60 + HT-MM.
           DIVIDE MINABS BY VENTANA GIVING VENTANAACT
                  REMAINDER SEGDENTRO.
           COMPUTE SEGDENTRO = SEGDENTRO * 60 + HT-SS.
           COMPUTE SEGVENTANA = VENTANA * 60.
       FIN-CALCULAVENTANA.
           EXIT.

       CUENTASESION SECTION.
       CSE.
           IF T-VENTANA(IND) = VENTANAACT
              ADD 1 TO T-ACT(IND)
           ELSE
              IF T-VENTANA(IND) + 1 = VENTANAACT
                 MOVE T-ACT(IND) TO T-ANT(IND)
              ELSE
                 MOVE 0 TO T-ANT(IND)
              END-IF
              MOVE 1 TO T-ACT(IND)
              MOVE VENTANAACT TO T-VENTANA(IND)
           END-IF.
           COMPUTE ESTSES = T-ACT(IND) + T-ANT(IND)
                  * (SEGVENTANA - SEGDENTRO) / SEGVENTANA.
       FIN-CUENTASESION.
           EXIT.

       CUENTAUSUARIO SECTION.
       CUS.
           OPEN I-O FSGLIM.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGLIM
              OPEN OUTPUT FSGLIM
              CLOSE FSGLIM
              OPEN I-O FSGLIM
           END-IF.
           IF ERROR-1 NOT = "0"
              GO TO FIN-CUENTAUSUARIO
           END-IF.
           MOVE SERVIDORIN TO CLA-SERVIDOR OF RSGLIM.
           MOVE USUCODE TO CLA-USUARIO OF RSGLIM.
           MOVE GRUPO TO CLA-GRUPO.
           READ FSGLIM INVALID KEY
                MOVE 1 TO CUENTA-ACT
                MOVE 0 TO CUENTA-ANT
                MOVE VENTANAACT TO VENTANA-NUM
                MOVE HOYFECHA TO ULTIMA-FECHA OF RSGLIM
                MOVE HOYHORA TO ULTIMA-HORA OF RSGLIM
                WRITE RSGLIM INVALID KEY
                      CONTINUE
                END-WRITE
                MOVE 1 TO ESTUSU
                CLOSE FSGLIM
                GO TO FIN-CUENTAUSUARIO.
           IF VENTANA-NUM = VENTANAACT
              ADD 1 TO CUENTA-ACT
           ELSE
              IF VENTANA-NUM + 1 = VENTANAACT
                 MOVE CUENTA-ACT TO CUENTA-ANT
              ELSE
                 MOVE 0 TO CUENTA-ANT
              END-IF
              MOVE 1 TO CUENTA-ACT
              MOVE VENTANAACT TO VENTANA-NUM
           END-IF.
           MOVE HOYFECHA TO ULTIMA-FECHA OF RSGLIM.
           MOVE HOYHORA TO ULTIMA-HORA OF RSGLIM.
           REWRITE RSGLIM INVALID KEY
                   CONTINUE
           END-REWRITE.
           COMPUTE ESTUSU = CUENTA-ACT + CUENTA-ANT
                  * (SEGVENTANA - SEGDENTRO) / SEGVENTANA.
           CLOSE FSGLIM.
       FIN-CUENTAUSUARIO.
           EXIT.

       AVISALIMITE SECTION.
       AVL.
           MOVE SPACES TO MOTIVO.
           IF FASE = 2
              STRING "OPERACIONES CORTADAS GRUPO " GRUPO
                     DELIMITED BY SIZE
                     INTO MOTIVO
              END-STRING
           ELSE
              STRING "OPERACIONES RALENTIZADAS GRUPO " GRUPO
                     DELIMITED BY SIZE
                     INTO MOTIVO
              END-STRING
           END-IF.
           DISPLAY "LIMITE DE RITMO " SERVIDORIN " USUARIO="
                   USUARIO " " MOTIVO " SESION=" ESTSES
                   " USUARIO=" ESTUSU UPON SYSOUT.
           OPEN I-O FSGSES.
           IF ERROR-1 NOT = "0"
              INITIALIZE RSGSES
              MOVE SERVIDORIN TO CLA-SERVIDOR OF RSGSES
              MOVE USUCODE TO CLA-USUARIO OF RSGSES
              MOVE TERMINALSES TO TERMINAL-ORIGEN
              PERFORM TRAZALIMITE
              GO TO FIN-AVISALIMITE
           END-IF.
           MOVE SERVIDORIN TO CLA-SERVIDOR OF RSGSES.
           MOVE USUCODE TO CLA-USUARIO OF RSGSES.
           READ FSGSES INVALID KEY
                INITIALIZE RSGSES
                MOVE SERVIDORIN TO CLA-SERVIDOR OF RSGSES
                MOVE USUCODE TO CLA-USUARIO OF RSGSES
                MOVE TERMINALSES TO TERMINAL-ORIGEN
                PERFORM TRAZALIMITE
                CLOSE FSGSES
                GO TO FIN-AVISALIMITE.
           IF FASE = 2
              MOVE "C" TO LIMITE-ESTADO
           ELSE
              MOVE "L" TO LIMITE-ESTADO
           END-IF.
           IF LIMITE-VECES NOT NUMERIC
              MOVE 0 TO LIMITE-VECES
           END-IF.
           IF LIMITE-VECES < 9999
              ADD 1 TO LIMITE-VECES
           END-IF.
           REWRITE RSGSES INVALID KEY
                   CONTINUE
           END-REWRITE.
           PERFORM TRAZALIMITE.
           CLOSE FSGSES.
       FIN-AVISALIMITE.
           EXIT.

       TRAZALIMITE SECTION.
       TRL.
           MOVE "X" TO ABM.
           MOVE SPACES TO REGISTRO.
           MOVE RSGSES TO REGISTRO(1:128).
           MOVE MOTIVO TO REGISTRO(129:40).
           CALL "SRUTRAZA" USING NOMBREFSGSES ABM REGISTRO.
       FIN-TRAZALIMITE.
           EXIT.
