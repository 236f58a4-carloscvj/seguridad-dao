
       PROGRAM-ID.    SSGNODO.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      SERVIDOR DE FSGNODO. UN ADMINISTRADOR CON AMBITO
                      DELEGADO EN FSGAMB SOLO PUEDE DAR DE ALTA NODOS
                      BAJO UN PADRE DE SU AMBITO Y SOLO PUEDE MODIFICAR,
                      MOVER O BORRAR NODOS DE SU AMBITO (SRCHKAMB); SI
                      NO, 9 CON EL MOTIVO EN GETRAZON. LA OPERACION
                      DONDE DA TODOS LOS FICHEROS Y REGISTROS QUE
                      NOMBRAN LA CLAVE RECIBIDA (SRDONDE), INCLUIDOS
                      ARCHIVOS Y LO PENDIENTE, ANTES DE BORRAR,
                      RENOMBRAR O FUSIONAR.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 MASHAYMAS                    PIC X VALUE "N".
       01 ULTIMACLA                    PIC X(64).
       01 RAZONTXT                      PIC X(40).
       01 RAZONPOL                      PIC X(40) VALUE SPACES.
       01 SERVIDORAMB                   PIC X(8) VALUE "FSGNODO".
       01 TIPOAMB                       PIC X(1).
       01 VALORAMB                      PIC X(64).
       01 AMBDENTRO                     PIC 9.
       01 LOCKHOLDER                   PIC X(15).
       01 LOCKFECHA                    PIC 9(8).
       01 LOCKHORA                     PIC 9(6).
       01 ABIERTO                     PIC 9.
       01 IGNORELOCK                  PIC 9.
       01 INVALIDKEY                  PIC 9.
       01 CERCADO                     PIC 9.
       01 LIMITADO                    PIC 9.
       01 ACCIONVEDA                  PIC X.
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).
       01 INVALIDKEYNEXT              PIC 9.
       01 INVALIDKEYPREV              PIC 9.
       01 CONVERTIR                   PIC 9.
       01 CMP-2                       PIC X(448).
       01 MILONGI                     PIC 99999.
       01 ENTEXTO PIC X(192).
       01 TIPODONDE                   PIC X(1).
       01 CLAVEDONDE                  PIC X(64).
       01 TABLA-DONDE-L.
          05 LINEADONDE               PIC X(132) OCCURS 500 TIMES.
       01 TOTALDONDE                  PIC 9(4).
       01 CONTADORDONDE               PIC 9(8).
       01 IDONDE                      PIC 9(4).
       01 ELNUMERO USAGE IS COMP-2.
       01 ENPIC PIC -9(14).9999.
       01 COMPIC PIC -9(14).9999.
       01 MHORAINI                     PIC 9(8).
       01 SERVIDORSES                  PIC X(8)
          VALUE "FSGNODO".
       01 ORIGENLEC                   PIC X(12).
       01 SESACCION                    PIC X.
       01 DEBETERMINAR                 PIC 9.
       01 SEPARADOR PIC XXX VALUE "|@|".
              MOVE "A" TO SESACCION
              CALL "SRSESION" USING SERVIDORSES SESACCION
                   DEBETERMINAR
              IF DEBETERMINAR = 1
                 PERFORM TERMINA
              END-IF
           END-IF.
       PROCESOS.
           IF ESCRIBIBLE = "P"
              ACCEPT BUFERENT FROM SYSIN
           END-IF.
           PERFORM COGE-TRABAJO.
           CALL "SRCERCO" USING OPERACION CERCADO.
           IF CERCADO = 1
              PERFORM CERCADA
              GO TO FIN-PROCESOS
           END-IF.
           CALL "SRLIMITE" USING SERVIDORSES OPERACION LIMITADO.
           IF LIMITADO = 2
              PERFORM LIMITADA
              GO TO FIN-PROCESOS
           END-IF.
           MOVE SERVIDORSES TO ORIGENLEC.
           CALL "SRLECTURA" USING ORIGENLEC OPERACION VALORES.
           IF OPERACION = "WRI" OR "REW" OR "DEL" OR "BULKWRI"
              MOVE "C" TO ACCIONVEDA
              CALL "SRCHKVEDA" USING ACCIONVEDA SERVIDORSES OPERACION
                   VALORES VEDADO DESVEDA
              IF VEDADO = 1
                 PERFORM VEDADA
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           MOVE "T" TO SESACCION.
           CALL "SRSESION" USING SERVIDORSES SESACCION
                DEBETERMINAR.
              WHEN "HLT" PERFORM HEALTHCHECK
              WHEN "UNDO" PERFORM DESHACER
              WHEN "REN"  PERFORM RENOMBRAR
              WHEN "DONDE" PERFORM DONDEUSO
              WHEN "STP" PERFORM TERMINA
           END-EVALUATE.
           CALL "SRMETRICA" USING SERVIDORSES OPERACION MHORAINI.
           STOP RUN.
       FIN-TERMINA.

       CERCADA SECTION.
       CER.
           MOVE "F1" TO ERRORES.
           MOVE 9 TO INVALIDKEY.
           IF OPERACION = "RETIRA"
              MOVE SPACES TO ENTEXTO
              MOVE "CERCADO" TO ENTEXTO(1:8)
              MOVE 192 TO LONGI
              IF ESCRIBIBLE = "P"
                 CALL "Escribir" USING ENTEXTO LONGI
              ELSE
                 DISPLAY ENTEXTO UPON SYSOUT
              END-IF
              GO TO FIN-CERCADA
           END-IF.
           MOVE 1 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.
       FIN-CERCADA.

       LIMITADA SECTION.
       LIM.
           MOVE "F2" TO ERRORES.
           MOVE 9 TO INVALIDKEY.
           IF OPERACION = "RETIRA"
              MOVE SPACES TO ENTEXTO
              MOVE "LIMITADO" TO ENTEXTO(1:8)
              MOVE 192 TO LONGI
              IF ESCRIBIBLE = "P"
                 CALL "Escribir" USING ENTEXTO LONGI
              ELSE
                 DISPLAY ENTEXTO UPON SYSOUT
              END-IF
              GO TO FIN-LIMITADA
           END-IF.
           MOVE 1 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.
       FIN-LIMITADA.

       VEDADA SECTION.
       VED.
           MOVE "F3" TO ERRORES.
           MOVE 9 TO INVALIDKEY.
           MOVE 1 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.
       FIN-VEDADA.

       COGE-TRABAJO SECTION.
       COG-TRA.
           IF ESCRIBIBLE = "P"
       ESCR.
           PERFORM MOVEJTOC.
           MOVE 0 TO INVALIDKEY.
           MOVE "N" TO TIPOAMB.
           MOVE CLA-PADRE TO VALORAMB.
           CALL "SRCHKAMB" USING SERVIDORAMB TIPOAMB VALORAMB
                AMBDENTRO RAZONPOL.
           IF AMBDENTRO = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-ESCRIBIR
           END-IF.
           CALL "SRCHKNOMBRE" USING NORMAFICHERO JCLA NORMACUMPLE
                NORMAMOTIVO.
           IF NORMACUMPLE = 0
       REESCR.
           PERFORM MOVEJTOC.
           MOVE 0 TO INVALIDKEY.
           PERFORM CHEQUEAAMBITO.
           IF AMBDENTRO = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-REESCRIBIR
           END-IF.
           MOVE "N" TO TIPOAMB.
           MOVE CLA-PADRE TO VALORAMB.
           CALL "SRCHKAMB" USING SERVIDORAMB TIPOAMB VALORAMB
                AMBDENTRO RAZONPOL.
           IF AMBDENTRO = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-REESCRIBIR
           END-IF.
           PERFORM CHEQUEACICLO.
           IF HAYCICLO = 1
              MOVE 6 TO INVALIDKEY
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.

       CHEQUEAAMBITO SECTION.
       CHAM.
           MOVE "N" TO TIPOAMB.
           MOVE CLA TO VALORAMB.
           CALL "SRCHKAMB" USING SERVIDORAMB TIPOAMB VALORAMB
                AMBDENTRO RAZONPOL.
       FIN-CHEQUEAAMBITO.
           EXIT.

       CHEQUEACICLO SECTION.
       CHC.
           MOVE 0 TO HAYCICLO.
              MOVE 9 TO INVALIDKEY
              GO TO FIN-BORRAR
           END-IF.
           PERFORM CHEQUEAAMBITO.
           IF AMBDENTRO = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-BORRAR
           END-IF.
           IF ABIERTO < 1 OR > 3
              PERFORM ABREIO
           END-IF.

       GETRAZON SECTION.
       GRZN.
           IF RAZONPOL NOT = SPACES
              MOVE RAZONPOL TO RAZONTXT
              MOVE SPACES TO RAZONPOL
           ELSE
              CALL "SRRAZON" USING ERRORES RAZONTXT
           END-IF.
           MOVE 40 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING RAZONTXT LONGI
           GO TO LEE-CARGA.
       FIN-CARGATODOS.
           DISPLAY "|FIN-MUCHOS|" UPON SYSOUT.

       DONDEUSO SECTION.
       DUS.
           MOVE "N" TO TIPODONDE.
           MOVE VALORES(1:64) TO CLAVEDONDE.
           CALL "SRDONDE" USING TIPODONDE CLAVEDONDE TABLA-DONDE-L
                TOTALDONDE CONTADORDONDE.
           DISPLAY "|INI-MUCHOS|" UPON SYSOUT.
           PERFORM VARYING IDONDE FROM 1 BY 1
                   UNTIL IDONDE > TOTALDONDE
              MOVE 132 TO LONGI
              IF ESCRIBIBLE = "P"
                 CALL "Escribir" USING LINEADONDE(IDONDE) LONGI
              ELSE
                 DISPLAY LINEADONDE(IDONDE) UPON SYSOUT
              END-IF
           END-PERFORM.
           MOVE SPACES TO ENTEXTO.
           STRING "TOTAL APARICIONES " CONTADORDONDE
                  DELIMITED BY SIZE
                  INTO ENTEXTO
           END-STRING.
           MOVE 192 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING ENTEXTO LONGI
           ELSE
              DISPLAY ENTEXTO UPON SYSOUT
           END-IF.
           DISPLAY "|FIN-MUCHOS|" UPON SYSOUT.
       FIN-DONDEUSO.
