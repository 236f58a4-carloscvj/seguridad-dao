       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRMANIF.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      MANIFIESTO Y SELLO DE LOS FICHEROS DE
                      INTERCAMBIO. ACCION "E" (LA LLAMA EL PRODUCTOR
                      AL CERRAR SU FICHERO) RELEE EL FICHERO Y ESCRIBE
                      A SU LADO <FICHERO>MAN CON EL PROGRAMA
                      PRODUCTOR, FECHA Y HORA, NUMERO DE REGISTROS,
                      PRIMERA Y ULTIMA CLAVE (LOS 64 PRIMEROS
                      CARACTERES DEL PRIMER Y DEL ULTIMO REGISTRO) Y
                      UNA HUELLA DEL CONTENIDO COMPLETO. ACCION "V"
                      (LA LLAMA EL CARGADOR ANTES DE CARGAR NADA)
                      RECALCULA TODO Y COMPARA: RESULTADO 0 BUENO,
                      1 SIN MANIFIESTO, 2 FICHERO TRUNCADO (FALTAN
                      REGISTROS), 3 REGISTROS DE MAS (DUPLICADO O
                      MEZCLADO), 4 CONTENIDO ALTERADO, 5 FICHERO
                      ILEGIBLE, SIEMPRE CON EL MOTIVO EN TEXTO. LA
                      CLAVE MANIFOBLIGA DE FSGCFG A "N" DEJA CARGAR
                      UN FICHERO QUE AUN NO TRAE MANIFIESTO, CON
                      AVISO; POR DEFECTO SE RECHAZA. EL MANIFIESTO
                      VIAJA CON EL FICHERO Y CON SU MISMO NOMBRE MAS
                      "MAN".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WO-MANIF-SEL".

           SELECT FDATOS
                  ASSIGN TO RANDOM NOMBREDATOS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "WO-MANIF-FD".

       FD  FDATOS
           DATA RECORD IS RDATOS.
       01  RDATOS                      PIC X(4096).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREMANIF                 PIC X(256).
       01 NOMBREDATOS                 PIC X(256).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 SIGUE                       PIC 9.
       01 CUENTAREG                   PIC 9(9).
       01 PRIMEROREG                  PIC X(64).
       01 ULTIMOREG                   PIC X(64).
       01 LONGREG                     PIC 9(4).
       01 LETRA                       PIC X.
       01 LETRAN REDEFINES LETRA      PIC 9 COMP-X.
       01 ACUMULA                     PIC 9(18).
       01 COCIENTE                    PIC 9(18).
       01 II                          PIC 9(4).
       01 MANIFLEIDO.
          03 ML-PROGRAMA              PIC X(12).
          03 ML-FECHA                 PIC 9(8).
          03 ML-HORA                  PIC 9(6).
          03 ML-REGISTROS             PIC 9(9).
          03 ML-PRIMERO               PIC X(64).
          03 ML-ULTIMO                PIC X(64).
          03 ML-HUELLA                PIC 9(18).

       LINKAGE SECTION.
       01 ACCIONMAN                   PIC X.
       01 NOMBREFICH                  PIC X(256).
       01 PROGRAMAMAN                 PIC X(12).
       01 RESULTADO                   PIC 9.
       01 MOTIVOMAN                   PIC X(40).

       PROCEDURE DIVISION USING ACCIONMAN NOMBREFICH PROGRAMAMAN
                 RESULTADO MOTIVOMAN.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADO.
           MOVE SPACES TO MOTIVOMAN.
           MOVE NOMBREFICH TO NOMBREDATOS.
           MOVE SPACES TO NOMBREMANIF.
           STRING NOMBREFICH "MAN"
                  DELIMITED BY " "
                  INTO NOMBREMANIF
           END-STRING.
           EVALUATE ACCIONMAN
              WHEN "E" PERFORM EMITEMANIFIESTO
              WHEN "V" PERFORM VERIFICAMANIFIESTO
           END-EVALUATE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       EMITEMANIFIESTO SECTION.
       EMM.
           PERFORM SELLAFICHERO.
           IF RESULTADO NOT = 0
              GO TO FIN-EMITEMANIFIESTO
           END-IF.
           OPEN OUTPUT FMANIF.
           IF ERRORES NOT = "00"
              MOVE 5 TO RESULTADO
              MOVE "NO SE PUDO ESCRIBIR EL MANIFIESTO" TO MOTIVOMAN
              GO TO FIN-EMITEMANIFIESTO
           END-IF.
           MOVE PROGRAMAMAN TO MF-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MF-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MF-HORA.
           MOVE CUENTAREG TO MF-REGISTROS.
           MOVE PRIMEROREG TO MF-PRIMERO.
           MOVE ULTIMOREG TO MF-ULTIMO.
           MOVE ACUMULA TO MF-HUELLA.
           WRITE RMANIF.
           CLOSE FMANIF.
       FIN-EMITEMANIFIESTO.
           EXIT.

       VERIFICAMANIFIESTO SECTION.
       VMA.
           OPEN INPUT FMANIF.
           IF ERRORES NOT = "00"
              PERFORM SINMANIFIESTO
              GO TO FIN-VERIFICAMANIFIESTO
           END-IF.
           READ FMANIF AT END
                CLOSE FMANIF
                PERFORM SINMANIFIESTO
                GO TO FIN-VERIFICAMANIFIESTO.
           MOVE RMANIF TO MANIFLEIDO.
           CLOSE FMANIF.
           IF ML-REGISTROS NOT NUMERIC OR ML-HUELLA NOT NUMERIC
              MOVE 4 TO RESULTADO
              MOVE "MANIFIESTO ILEGIBLE O ALTERADO" TO MOTIVOMAN
              GO TO FIN-VERIFICAMANIFIESTO
           END-IF.
           PERFORM SELLAFICHERO.
           IF RESULTADO NOT = 0
              GO TO FIN-VERIFICAMANIFIESTO
           END-IF.
           EVALUATE TRUE
              WHEN CUENTAREG < ML-REGISTROS
                 MOVE 2 TO RESULTADO
                 MOVE "FICHERO TRUNCADO: FALTAN REGISTROS"
                      TO MOTIVOMAN
              WHEN CUENTAREG > ML-REGISTROS
                 MOVE 3 TO RESULTADO
                 MOVE "REGISTROS DE MAS: DUPLICADO O MEZCLADO"
                      TO MOTIVOMAN
              WHEN PRIMEROREG NOT = ML-PRIMERO
                OR ULTIMOREG NOT = ML-ULTIMO
                OR ACUMULA NOT = ML-HUELLA
                 MOVE 4 TO RESULTADO
                 MOVE "CONTENIDO ALTERADO: LA HUELLA NO CASA"
                      TO MOTIVOMAN
           END-EVALUATE.
       FIN-VERIFICAMANIFIESTO.
           EXIT.

       SINMANIFIESTO SECTION.
       SMA.
           MOVE "MANIFOBLIGA" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:1) = "N"
              MOVE 0 TO RESULTADO
              MOVE "SIN MANIFIESTO, SE CARGA SIN COMPROBAR"
                   TO MOTIVOMAN
           ELSE
              MOVE 1 TO RESULTADO
              MOVE "SIN MANIFIESTO DE CONTROL" TO MOTIVOMAN
           END-IF.
       FIN-SINMANIFIESTO.
           EXIT.

       SELLAFICHERO SECTION.
       SEF.
           MOVE 0 TO CUENTAREG.
           MOVE SPACES TO PRIMEROREG.
           MOVE SPACES TO ULTIMOREG.
           MOVE 7919 TO ACUMULA.
           OPEN INPUT FDATOS.
           IF ERRORES NOT = "00"
              MOVE 5 TO RESULTADO
              MOVE "NO SE PUDO LEER EL FICHERO" TO MOTIVOMAN
              GO TO FIN-SELLAFICHERO
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FDATOS AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 ADD 1 TO CUENTAREG
                 IF CUENTAREG = 1
                    MOVE RDATOS(1:64) TO PRIMEROREG
                 END-IF
                 MOVE RDATOS(1:64) TO ULTIMOREG
                 PERFORM SUMAREGISTRO
              END-IF
           END-PERFORM.
           CLOSE FDATOS.
       FIN-SELLAFICHERO.
           EXIT.

       SUMAREGISTRO SECTION.
       SRE.
           MOVE 0 TO LONGREG.
           PERFORM VARYING II FROM 4096 BY -1
                   UNTIL II < 1 OR LONGREG > 0
              IF RDATOS(II:1) NOT = SPACE
                 MOVE II TO LONGREG
              END-IF
           END-PERFORM.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > LONGREG
              MOVE RDATOS(II:1) TO LETRA
              COMPUTE ACUMULA = ACUMULA * 131 + LETRAN + 1
              DIVIDE ACUMULA BY 999999999999989 GIVING COCIENTE
                     REMAINDER ACUMULA
           END-PERFORM.
           COMPUTE ACUMULA = ACUMULA * 131 + 10.
           DIVIDE ACUMULA BY 999999999999989 GIVING COCIENTE
                  REMAINDER ACUMULA.
       FIN-SUMAREGISTRO.
           EXIT.
