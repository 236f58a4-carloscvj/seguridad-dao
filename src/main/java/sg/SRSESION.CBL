                      "B" LA QUITA AL CERRAR. LA SESION GUARDA
                      ADEMAS EL TERMINAL DE ORIGEN (VARIABLE
                      EXTERNA TERMINALSES).
                      "T" TERMINA TAMBIEN (1) LA SESION QUE LLEVA
                      INACTIVA MAS MINUTOS DE LOS QUE DICE LA CLAVE
                      SESINACTIVA+SERVIDOR DE FSGCFG (SI NO EXISTE,
                      LA CLAVE GENERAL SESINACTIVA; 0 O AUSENTE ES
                      SIN LIMITE). "A" RECHAZA (1) LA SESION NUEVA SI
                      EL USUARIO YA TIENE VIVAS LAS SESIONES QUE
                      PERMITE LA CLAVE SESMAXIMAS (0 O AUSENTE ES SIN
                      LIMITE) O SI EL SERVIDOR ESTA MARCADO "S" EN
                      SESEXCLUSIVA+SERVIDOR Y EL USUARIO TIENE UNA
                      SESION VIVA DESDE OTRO TERMINAL. UNA SESION
                      CADUCADA POR INACTIVIDAD NO CUENTA COMO VIVA.
                      CADA TERMINACION Y CADA RECHAZO SE EXPLICA POR
                      CONSOLA Y QUEDA EN LA TRAZA DE FSGSES (X) CON
                      EL MOTIVO. "B" SOLO QUITA LA SESION SI ES DEL
                      MISMO TERMINAL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 TERMINALSES                 PIC X(16) IS EXTERNAL.
       01 NOMBREFSGSES                PIC X(256).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 SERVIDORCFG                 PIC X(8).
       01 LIMITEINACT                 PIC 9(4).
       01 MAXSESIONES                 PIC 9(3).
       01 EXCLUSIVA                   PIC X.
       01 MINUTOSINACT                PIC S9(8).
       01 CNT-VIVAS                   PIC 9(3).
       01 SIGUE                       PIC 9.
       01 MOTIVO                      PIC X(40).
       01 HOYFECHA                    PIC 9(8).
       01 HOYHORA                     PIC 9(6).
       01 HORATRAB                    PIC 9(6).
       01 HORATRAB-R REDEFINES HORATRAB.
          05 HT-HH                    PIC 9(2).
          05 HT-MM                    PIC 9(2).
          05 HT-SS                    PIC 9(2).
       01 MINHOY                      PIC 9(4).
       01 MINULTIMA                   PIC 9(4).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).

       LINKAGE SECTION.
       01 SERVIDORIN                  PIC X(8).
       PROCESOS.
           MOVE 0 TO DEBETERMINAR.
           MOVE "mnu/SG/FSGSES" TO NOMBREFSGSES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOYFECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOYHORA.
           OPEN I-O FSGSES.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGSES

       ALTASESION SECTION.
       ALS.
           PERFORM CUENTAVIVAS.
           IF DEBETERMINAR NOT = 0
              GO TO FIN-ALTASESION
           END-IF.
           INITIALIZE RSGSES.
           MOVE SERVIDORIN TO CLA-SERVIDOR.
           MOVE USUARIO TO CLA-USUARIO.
       FIN-ALTASESION.
           EXIT.

       CUENTAVIVAS SECTION.
       CVI.
           MOVE 0 TO CNT-VIVAS.
           MOVE 0 TO MAXSESIONES.
           MOVE "SESMAXIMAS" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO MAXSESIONES
           END-IF.
           MOVE SPACE TO EXCLUSIVA.
           MOVE SPACES TO CFGCLAVE.
           STRING "SESEXCLUSIVA" SERVIDORIN
                  DELIMITED BY SPACE
                  INTO CFGCLAVE
           END-STRING.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0
              MOVE VALORCFG(1:1) TO EXCLUSIVA
           END-IF.
           IF MAXSESIONES = 0 AND EXCLUSIVA NOT = "S"
              GO TO FIN-CUENTAVIVAS
           END-IF.
           MOVE LOW-VALUES TO CLA.
           START FSGSES KEY NOT < CLA INVALID KEY
                 GO TO FIN-CUENTAVIVAS
           END-START.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0 OR DEBETERMINAR NOT = 0
              READ FSGSES NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CLA-USUARIO = USUARIO
                 PERFORM MIRAVIVA
              END-IF
           END-PERFORM.
           IF DEBETERMINAR = 0 AND MAXSESIONES > 0
              AND CNT-VIVAS NOT < MAXSESIONES
              MOVE 1 TO DEBETERMINAR
              MOVE "MAXIMO DE SESIONES SIMULTANEAS ALCANZADO"
                   TO MOTIVO
           END-IF.
           IF DEBETERMINAR NOT = 0
              INITIALIZE RSGSES
              MOVE SERVIDORIN TO CLA-SERVIDOR
              MOVE USUARIO TO CLA-USUARIO
              MOVE HOYFECHA TO INICIO-FECHA
              MOVE HOYHORA TO INICIO-HORA
              MOVE TERMINALSES TO TERMINAL-ORIGEN
              DISPLAY "SESION RECHAZADA: " MOTIVO UPON SYSOUT
              PERFORM TRAZASESION
           END-IF.
       FIN-CUENTAVIVAS.
           EXIT.

       MIRAVIVA SECTION.
       MVI.
           IF CLA-SERVIDOR = SERVIDORIN
              AND TERMINAL-ORIGEN = TERMINALSES
              GO TO FIN-MIRAVIVA
           END-IF.
           MOVE CLA-SERVIDOR TO SERVIDORCFG.
           PERFORM MIRALIMITE.
           PERFORM MIRAINACTIVA.
           IF LIMITEINACT > 0 AND MINUTOSINACT > LIMITEINACT
              GO TO FIN-MIRAVIVA
           END-IF.
           ADD 1 TO CNT-VIVAS.
           IF EXCLUSIVA = "S" AND TERMINAL-ORIGEN NOT = TERMINALSES
              MOVE 1 TO DEBETERMINAR
              MOVE "SESION VIVA EN OTRO TERMINAL (EXCLUSIVO)"
                   TO MOTIVO
           END-IF.
       FIN-MIRAVIVA.
           EXIT.

       MIRALIMITE SECTION.
       MLI.
           MOVE 0 TO LIMITEINACT.
           MOVE SPACES TO CFGCLAVE.
           STRING "SESINACTIVA" SERVIDORCFG
                  DELIMITED BY SPACE
                  INTO CFGCLAVE
           END-STRING.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG = 0
              MOVE "SESINACTIVA" TO CFGCLAVE
              CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG
           END-IF.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:4) NUMERIC
              MOVE VALORCFG(1:4) TO LIMITEINACT
           END-IF.
       FIN-MIRALIMITE.
           EXIT.

       MIRAINACTIVA SECTION.
       MIN.
           MOVE 0 TO MINUTOSINACT.
           IF ULTIMA-FECHA NOT NUMERIC OR ULTIMA-FECHA = 0
              OR ULTIMA-HORA NOT NUMERIC
              GO TO FIN-MIRAINACTIVA
           END-IF.
           MOVE HOYHORA TO HORATRAB.
           COMPUTE MINHOY = HT-HH * 60 + HT-MM.
           MOVE ULTIMA-HORA TO HORATRAB.
           COMPUTE MINULTIMA = HT-HH * 60 + HT-MM.
           COMPUTE MINUTOSINACT =
                   (FUNCTION INTEGER-OF-DATE(HOYFECHA)
                  - FUNCTION INTEGER-OF-DATE(ULTIMA-FECHA)) * 1440
                  + MINHOY - MINULTIMA.
           IF MINUTOSINACT < 0
              MOVE 0 TO MINUTOSINACT
           END-IF.
       FIN-MIRAINACTIVA.
           EXIT.

       TOCASESION SECTION.
       TOS.
           READ FSGSES INVALID KEY
           IF TERMINAR = "S"
              MOVE 1 TO DEBETERMINAR
           END-IF.
           MOVE SERVIDORIN TO SERVIDORCFG.
           PERFORM MIRALIMITE.
           PERFORM MIRAINACTIVA.
           IF LIMITEINACT > 0 AND MINUTOSINACT > LIMITEINACT
              MOVE 1 TO DEBETERMINAR
              MOVE "INACTIVIDAD SUPERIOR AL LIMITE"
                   TO MOTIVO
              DISPLAY "SESION TERMINADA: " MOTIVO
                      " (" LIMITEINACT " MINUTOS)" UPON SYSOUT
              PERFORM TRAZASESION
              GO TO FIN-TOCASESION
           END-IF.
           IF AVISO-LOCK = "S"
              IF DEBETERMINAR = 0
                 MOVE 2 TO DEBETERMINAR
       FIN-TOCASESION.
           EXIT.

       TRAZASESION SECTION.
       TRS.
           MOVE "X" TO ABM.
           MOVE SPACES TO REGISTRO.
           MOVE RSGSES TO REGISTRO(1:128).
           MOVE MOTIVO TO REGISTRO(129:40).
           CALL "SRUTRAZA" USING NOMBREFSGSES ABM REGISTRO.
       FIN-TRAZASESION.
           EXIT.

       BAJASESION SECTION.
       BJS.
           READ FSGSES INVALID KEY
                GO TO FIN-BAJASESION.
           IF TERMINAL-ORIGEN NOT = TERMINALSES
              GO TO FIN-BAJASESION
           END-IF.
           DELETE FSGSES INVALID KEY
                  CONTINUE
           END-DELETE.
