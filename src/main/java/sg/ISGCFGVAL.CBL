
       PROGRAM-ID.    ISGCFGVAL.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      VALIDADOR DEL MAESTRO DE CONFIGURACION FSGCFG:
                      COMPRUEBA EL FORMATO DE LAS CLAVES CONOCIDAS
                      (VENTANAMTO, DIRREINTENTOS, DIRESPERAN,
                      CUATROOJOS, LOS DIAS Y UMBRALES DE LOS BARRIDOS
                      CREDAVISODIAS, CREDFORZADIAS, CREDTEMPDIAS,
                      CADUCAVISODIAS, RENUEVADIAS, CERTREVOCADIAS,
                      DENEGUMBRAL, DORMDIAS, DORMGRACIA Y RIESGOTOPN,
                      LAS MARCAS S/N CADUCARENUEVA Y MATRIZAPLICA, LA
                      REGLA NIVELPRECEDENCIA, LA LISTA IDIOMAS Y EL
                      RESTO DE CLAVES QUE LEEN LOS PROGRAMAS POR SRCFG,
                      CADA UNA CON EL FORMATO QUE ESPERA QUIEN LA LEE:
                      CIFRAS, MARCAS S/N, DIAS DE MES O SEMANA, FECHA
                      SELLOREW, ESQUEMA 1 O 2, NOMBRES CORTOS Y EL
                      SECRETO OTPSECRETO, QUE NUNCA SE MUESTRA; LAS
                      CLAVES COMPUESTAS CORTE+REMESA,
                      SESINACTIVA+SERVIDOR, SESEXCLUSIVA+SERVIDOR,
                      LECTURA+ORIGEN Y LIM+AMBITO+FASE+GRUPO[+SERVIDOR]
                      SE RECONOCEN POR SU PREFIJO) Y AVISA DE LAS
                      DESCONOCIDAS O MALFORMADAS. VALIDA IGUAL LOS
                      VALORES PROGRAMADOS CON FECHA DE VIGOR EN FSGCFGV,
                      TANTO LOS YA EN VIGOR COMO LOS FUTUROS, PARA QUE
                      UN CAMBIO MAL TECLEADO SE VEA ANTES DE SU DIA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGCFG-SEL".
           COPY "FSGCFGV-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGCFG-FD".
           COPY "FSGCFGV-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".
       01 NOMBREFSGCFG                PIC X(256).
       01 SIGUE                       PIC 9.
       01 CONTADORBIEN                PIC 9(8).
       01 NOMBREFSGCFGV               PIC X(256).
       01 CLAVEVAL                    PIC X(32).
       01 VALORVAL                    PIC X(128).
       01 MALANTES                    PIC 9(8).
       01 CONTADORPROG                PIC 9(8).

       LINKAGE SECTION.
       01 CONTADORMAL                 PIC 9(8).
           MOVE 0 TO CONTADORMAL.
           MOVE 0 TO CONTADORBIEN.
           MOVE "mnu/SG/FSGCFG" TO NOMBREFSGCFG.
           MOVE "mnu/SG/FSGCFGV" TO NOMBREFSGCFGV.
           MOVE 0 TO CONTADORPROG.
       PROCESOS.
           OPEN INPUT FSGCFG.
           IF ERROR-1 NOT = "0"
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 MOVE CLA OF RSGCFG TO CLAVEVAL
                 MOVE VALOR OF RSGCFG TO VALORVAL
                 PERFORM VALIDAUNA
              END-IF
           END-PERFORM.
           CLOSE FSGCFG.
           PERFORM VALIDAPROGRAMADOS.
           DISPLAY "ISGCFGVAL CORRECTAS=" CONTADORBIEN
                   " CON AVISO=" CONTADORMAL
                   " PROGRAMADAS=" CONTADORPROG UPON SYSOUT.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       VALIDAPROGRAMADOS SECTION.
       VPR.
           OPEN INPUT FSGCFGV.
           IF ERROR-1 NOT = "0"
              GO TO FIN-VALIDAPROGRAMADOS
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGCFGV NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 ADD 1 TO CONTADORPROG
                 MOVE CLA-CLAVE TO CLAVEVAL
                 MOVE VALOR OF RSGCFGV TO VALORVAL
                 MOVE CONTADORMAL TO MALANTES
                 PERFORM VALIDAUNA
                 IF CONTADORMAL > MALANTES
                    DISPLAY "   (VALOR PROGRAMADO CON VIGOR DESDE "
                            CLA-VIGOR ")" UPON SYSOUT
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGCFGV.
       FIN-VALIDAPROGRAMADOS.
           EXIT.

       VALIDAUNA SECTION.
       VAL.
           EVALUATE CLAVEVAL
              WHEN "VENTANAMTO"
                 IF VALORVAL(1:6) NUMERIC AND VALORVAL(8:6) NUMERIC AND
                    VALORVAL(7:1) = " "
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA HHMMSS HHMMSS)"
                            UPON SYSOUT
                 END-IF
              WHEN "DIRREINTENTOS"
                 IF VALORVAL(1:3) NUMERIC
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA NUMERO DE 3 CIFRAS)"
                            UPON SYSOUT
                 END-IF
              WHEN "DIRESPERAN"
                 IF VALORVAL(1:18) NUMERIC
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA NUMERO DE 18 CIFRAS)"
                            UPON SYSOUT
                 END-IF
              WHEN "CUATROOJOS"
                 IF VALORVAL(1:1) = "S" OR VALORVAL(1:1) = "N"
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA S O N)" UPON SYSOUT
                 END-IF
              WHEN "CREDAVISODIAS"
              WHEN "DENEGUMBRAL"
              WHEN "DORMGRACIA"
              WHEN "RIESGOTOPN"
              WHEN "AJUSTEDIAS"
              WHEN "AJUSTEUMBRAL"
              WHEN "AUPGRACIA"
              WHEN "AUTFALLOSUSU"
              WHEN "AUTRACHA"
              WHEN "AUTROCIADO"
              WHEN "COMPFACTOR"
              WHEN "COMPMINDIAS"
              WHEN "COMPVENTANA"
              WHEN "CONMUTAESPERA"
              WHEN "CORTEPCT"
              WHEN "INTERESDIAS"
              WHEN "LIMVENTANA"
              WHEN "MINAMINIMO"
              WHEN "MINAPROPONE"
              WHEN "MINARETIRA"
              WHEN "OCASOAVISODIAS"
              WHEN "OTPMINUTOS"
              WHEN "PARESMAYORIA"
              WHEN "PARESMINIMO"
              WHEN "PARESMINORIA"
              WHEN "PREREQGRACIA"
              WHEN "SESMAXIMAS"
              WHEN "TANTEOUMBRAL"
                 IF VALORVAL(1:3) NUMERIC
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA NUMERO DE 3 CIFRAS)"
                            UPON SYSOUT
                 END-IF
              WHEN "DORMDIAS"
              WHEN "CUSTODIAROTADIAS"
              WHEN "LIMPAUSA"
              WHEN "OTPVALIDEZ"
              WHEN "SESINACTIVA"
                 IF VALORVAL(1:4) NUMERIC
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA NUMERO DE 4 CIFRAS)"
                            UPON SYSOUT
                 END-IF
              WHEN "CADUCARENUEVA"
              WHEN "MATRIZAPLICA"
              WHEN "AUPTECNICA"
              WHEN "MANIFOBLIGA"
              WHEN "PREREQREVOCA"
              WHEN "TRAILEROBLIGA"
                 IF VALORVAL(1:1) = "S" OR VALORVAL(1:1) = "N"
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA S O N)" UPON SYSOUT
                 END-IF
              WHEN "NIVELPRECEDENCIA"
                 IF VALORVAL(1:4) = "MAS " OR VALORVAL(1:5) = "MENOS"
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA MAS O MENOS)" UPON SYSOUT
                 END-IF
              WHEN "IDIOMAS"
                 IF VALORVAL NOT = SPACES
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL
                            " (SE ESPERA LISTA SEPARADA POR "
                            "COMAS)" UPON SYSOUT
                 END-IF
              WHEN "AUPAVISODIAS"
              WHEN "JITHORAS"
                 IF VALORVAL(1:3) NUMERIC AND VALORVAL(1:3) NOT = "000"
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA NUMERO DE 3 CIFRAS, NO 000)"
                            UPON SYSOUT
                 END-IF
              WHEN "AUPVALIDEZ"
                 IF VALORVAL(1:4) NUMERIC AND VALORVAL(1:4) NOT = "0000"
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA NUMERO DE 4 CIFRAS, NO 0000)"
                            UPON SYSOUT
                 END-IF
              WHEN "CREDHISTORIA"
              WHEN "CREDMINLONG"
              WHEN "DWHANOS"
              WHEN "MAXINTENTOS"
                 IF VALORVAL(1:2) NUMERIC
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA NUMERO DE 2 CIFRAS)"
                            UPON SYSOUT
                 END-IF
              WHEN "CADENAMAXIMA"
              WHEN "OTPINTENTOS"
                 IF VALORVAL(1:2) NUMERIC AND VALORVAL(1:2) NOT = "00"
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA NUMERO DE 2 CIFRAS, NO 00)"
                            UPON SYSOUT
                 END-IF
              WHEN "JITDIA"
                 IF VALORVAL(1:2) NUMERIC AND VALORVAL(1:2) NOT = "00"
                    AND VALORVAL(1:2) NOT > "31"
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA DIA DEL MES DE 01 A 31)"
                            UPON SYSOUT
                 END-IF
              WHEN "LECTURADIA"
                 IF VALORVAL(1:1) NUMERIC AND
                    VALORVAL(1:1) NOT = "0" AND VALORVAL(1:1) NOT > "7"
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA DIA DE SEMANA DE 1 A 7)"
                            UPON SYSOUT
                 END-IF
              WHEN "CREDCLASES"
                 IF VALORVAL(1:1) NUMERIC AND
                    VALORVAL(1:1) NOT = "0" AND VALORVAL(1:1) NOT > "4"
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERAN DE 1 A 4 CLASES)"
                            UPON SYSOUT
                 END-IF
              WHEN "LECTURAUMBRAL"
                 IF VALORVAL(1:6) NUMERIC
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA NUMERO DE 6 CIFRAS)"
                            UPON SYSOUT
                 END-IF
              WHEN "HASHLIMITE"
              WHEN "UMBRALCRECPC"
              WHEN "UMBRALDUPS"
              WHEN "MAXROLESUSU"
              WHEN "MAXUSUROLE"
              WHEN "MAXNODOSROLE"
                 IF VALORVAL(1:8) NUMERIC
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA NUMERO DE 8 CIFRAS)"
                            UPON SYSOUT
                 END-IF
              WHEN "SELLOREW"
                 IF VALORVAL(1:8) NUMERIC AND VALORVAL(9:120) = SPACES
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA FECHA AAAAMMDD)"
                            UPON SYSOUT
                 END-IF
              WHEN "HASHESQUEMA"
                 IF VALORVAL(1:1) = "1" OR VALORVAL(1:1) = "2"
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA 1 O 2)"
                            UPON SYSOUT
                 END-IF
              WHEN "DWHPERFIL"
              WHEN "LIMEXENTOS"
                 IF VALORVAL NOT = SPACES AND VALORVAL(9:120) = SPACES
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERAN DE 1 A 8 LETRAS)"
                            UPON SYSOUT
                 END-IF
              WHEN "ENTORNO"
                 IF VALORVAL NOT = SPACES AND VALORVAL(33:96) = SPACES
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERAN DE 1 A 32 LETRAS)"
                            UPON SYSOUT
                 END-IF
              WHEN "OTPSECRETO"
                 IF VALORVAL(1:16) NOT = SPACES AND
                    VALORVAL(17:16) NOT = SPACES
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL
                            " (SE ESPERAN AL MENOS 32 LETRAS)"
                            UPON SYSOUT
                 END-IF
              WHEN OTHER
                 PERFORM VALIDAPREFIJO
           END-EVALUATE.
       FIN-VALIDAUNA.
           EXIT.

       VALIDAPREFIJO SECTION.
       VPF.
           EVALUATE TRUE
              WHEN CLAVEVAL(1:5) = "CORTE" AND
                   CLAVEVAL(6:27) NOT = SPACES
                 IF VALORVAL(1:3) NUMERIC
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA NUMERO DE 3 CIFRAS)"
                            UPON SYSOUT
                 END-IF
              WHEN CLAVEVAL(1:11) = "SESINACTIVA" AND
                   CLAVEVAL(12:21) NOT = SPACES
                 IF VALORVAL(1:4) NUMERIC
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA NUMERO DE 4 CIFRAS)"
                            UPON SYSOUT
                 END-IF
              WHEN CLAVEVAL(1:12) = "SESEXCLUSIVA" AND
                   CLAVEVAL(13:20) NOT = SPACES
                 IF VALORVAL(1:1) = "S" OR VALORVAL(1:1) = "N"
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA S O N)" UPON SYSOUT
                 END-IF
              WHEN CLAVEVAL(1:7) = "LECTURA" AND
                   CLAVEVAL(8:25) NOT = SPACES
                 ADD 1 TO CONTADORBIEN
              WHEN CLAVEVAL(1:3) = "LIM" AND
                   (CLAVEVAL(4:3) = "USU" OR CLAVEVAL(4:3) = "SES") AND
                   (CLAVEVAL(7:5) = "LENTO" OR CLAVEVAL(7:5) = "CORTE")
                   AND (CLAVEVAL(12:1) = "L" OR CLAVEVAL(12:1) = "O")
                 IF VALORVAL(1:6) NUMERIC
                    ADD 1 TO CONTADORBIEN
                 ELSE
                    ADD 1 TO CONTADORMAL
                    DISPLAY "MALFORMADA " CLAVEVAL " = " VALORVAL(1:24)
                            " (SE ESPERA NUMERO DE 6 CIFRAS)"
                            UPON SYSOUT
                 END-IF
              WHEN OTHER
                 ADD 1 TO CONTADORMAL
                 DISPLAY "CLAVE DESCONOCIDA " CLAVEVAL UPON SYSOUT
           END-EVALUATE.
       FIN-VALIDAPREFIJO.
           EXIT.
