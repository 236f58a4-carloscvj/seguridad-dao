       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGREGAUT.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      BANCO DE PRUEBAS DE AUTORIZACION: LEE EL FICHERO
                      DE CASOS (mnu/SG/CASOSAUT SI NO SE DA OTRO), CADA
                      UNO CON USUARIO, NODO, RESULTADO ESPERADO (S/N),
                      NIVEL ESPERADO, PRINCIPIO DE LA RAZON ESPERADA Y
                      TERMINAL OPCIONAL (NIVEL O RAZON EN BLANCO NO SE
                      COMPRUEBAN, LAS LINEAS QUE EMPIEZAN POR * SON
                      COMENTARIOS), Y PASA CADA CASO POR SRAUTORIZA EN
                      MODO SOLO LECTURA: MISMA DECISION, SIN ESTAMPAR
                      FSGUSO NI TRAZAR. SACA EN EL CARRETE REGAUT LOS
                      CASOS QUE PASAN, LOS QUE FALLAN CON LO ESPERADO Y
                      LO OBTENIDO, Y LOS TOTALES, CON EL NOMBRE DEL
                      ENTORNO (CLAVE ENTORNO DE FSGCFG). COMO SOLO LEE,
                      SE PUEDE LANZAR CONTRA PRODUCCION O CONTRA LA
                      RESERVA O PRUEBAS CAMBIANDO LA ASIGNACION DE
                      mnu/SG. DEVUELVE EL NUMERO DE FALLOS Y RETURN-CODE
                      8 SI FALLA ALGUNO; SIN FICHERO DE CASOS NO HAY
                      NADA QUE PROBAR Y DEVUELVE 0.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCASO
                  ASSIGN TO RANDOM NOMBRECASOS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
       FD  FCASO
           DATA RECORD IS RCASO.
       01  RCASO.
           03 CA-USUARIO PIC X(64).
           03 CA-NODO PIC X(64).
           03 CA-ESPERADO PIC X(1).
           03 CA-NIVEL PIC X(1).
           03 CA-RAZON PIC X(40).
           03 CA-TERMINAL PIC X(16).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 TERMINALSES                 PIC X(16) IS EXTERNAL.
       01 SOLOLECTURA                 PIC X(1) IS EXTERNAL.
       01 NOMBRECASOS                 PIC X(256).
       01 SIGUE                       PIC 9.
       01 PERMITIDO                   PIC 9.
       01 NIVEL                       PIC X(1).
       01 RAZON                       PIC X(40).
       01 OBTENIDO                    PIC X(1).
       01 CASOBIEN                    PIC 9.
       01 LR                          PIC 9(2).
       01 TERMINALANT                 PIC X(16).
       01 SOLOLECTURAANT              PIC X(1).
       01 ENTORNO                     PIC X(32).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "REGAUT".
       01 LINEASPOOL                  PIC X(132).
       01 CNT-CASOS                   PIC 9(8).
       01 CNT-PASAN                   PIC 9(8).
       01 CNT-FALLAN                  PIC 9(8).

       LINKAGE SECTION.
       01 NOMBRECASOSIN               PIC X(256).
       01 CONTADORFALLOS              PIC 9(8).

       PROCEDURE DIVISION USING NOMBRECASOSIN CONTADORFALLOS.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORFALLOS.
           MOVE 0 TO CNT-CASOS.
           MOVE 0 TO CNT-PASAN.
           MOVE 0 TO CNT-FALLAN.
           MOVE NOMBRECASOSIN TO NOMBRECASOS.
           IF NOMBRECASOS = SPACES OR LOW-VALUES
              MOVE "mnu/SG/CASOSAUT" TO NOMBRECASOS
           END-IF.
           MOVE "SIN NOMBRE" TO ENTORNO.
           MOVE "ENTORNO" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG NOT = SPACES
              MOVE VALORCFG TO ENTORNO
           END-IF.
       PROCESOS.
           OPEN INPUT FCASO.
           IF ERRORES NOT = "00"
              DISPLAY "ISGREGAUT NO HAY CASOS EN " NOMBRECASOS
                      UPON SYSOUT
              MOVE 0 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           MOVE TERMINALSES TO TERMINALANT.
           MOVE SOLOLECTURA TO SOLOLECTURAANT.
           MOVE "S" TO SOLOLECTURA.
           MOVE "A" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "PRUEBAS DE AUTORIZACION EN EL ENTORNO " ENTORNO
                  " CON LOS CASOS DE " NOMBRECASOS(1:40)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FCASO AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND CA-USUARIO(1:1) NOT = "*" AND
                 CA-USUARIO NOT = SPACES
                 ADD 1 TO CNT-CASOS
                 PERFORM PRUEBACASO
              END-IF
           END-PERFORM.
           CLOSE FCASO.
           MOVE TERMINALANT TO TERMINALSES.
           MOVE SOLOLECTURAANT TO SOLOLECTURA.
           MOVE SPACES TO LINEASPOOL.
           STRING "TOTALES: CASOS=" CNT-CASOS
                  " PASAN=" CNT-PASAN
                  " FALLAN=" CNT-FALLAN
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE CNT-FALLAN TO CONTADORFALLOS.
           IF CNT-FALLAN > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       PRUEBACASO SECTION.
       PRC.
           MOVE CA-TERMINAL TO TERMINALSES.
           CALL "SRAUTORIZA" USING CA-USUARIO CA-NODO PERMITIDO
                NIVEL RAZON.
           IF PERMITIDO = 1
              MOVE "S" TO OBTENIDO
           ELSE
              MOVE "N" TO OBTENIDO
           END-IF.
           MOVE 1 TO CASOBIEN.
           IF CA-ESPERADO NOT = OBTENIDO
              MOVE 0 TO CASOBIEN
           END-IF.
           IF CA-NIVEL NOT = SPACE AND CA-NIVEL NOT = NIVEL
              MOVE 0 TO CASOBIEN
           END-IF.
           IF CA-RAZON NOT = SPACES
              PERFORM VARYING LR FROM 40 BY -1
                      UNTIL LR = 1 OR CA-RAZON(LR:1) NOT = SPACE
                 CONTINUE
              END-PERFORM
              IF RAZON(1:LR) NOT = CA-RAZON(1:LR)
                 MOVE 0 TO CASOBIEN
              END-IF
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           IF CASOBIEN = 1
              ADD 1 TO CNT-PASAN
              STRING "  PASA  " CA-USUARIO(1:32) " " CA-NODO(1:32)
                     " " OBTENIDO " " NIVEL " " RAZON
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              GO TO FIN-PRUEBACASO
           END-IF.
           ADD 1 TO CNT-FALLAN.
           STRING "  FALLA " CA-USUARIO(1:32) " " CA-NODO(1:32)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE SPACES TO LINEASPOOL.
           STRING "         ESPERADO " CA-ESPERADO " " CA-NIVEL " "
                  CA-RAZON
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE SPACES TO LINEASPOOL.
           STRING "         OBTENIDO " OBTENIDO " " NIVEL " " RAZON
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
       FIN-PRUEBACASO.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-ESCUPELINEA.
           EXIT.
