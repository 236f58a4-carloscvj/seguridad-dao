       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRCHKCLAVE.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      COMPRUEBA LA FORTALEZA DE UNA CONTRASENA
                      NUEVA ANTES DE CALCULAR SU HUELLA. RESULTADO
                      0 SI CUMPLE, 1 SI ES MAS CORTA QUE LA CLAVE
                      CREDMINLONG DE FSGCFG (POR DEFECTO 8), 2 SI
                      MEZCLA MENOS CLASES DE CARACTERES (MAYUSCULA,
                      MINUSCULA, CIFRA, SIGNO) QUE LA CLAVE
                      CREDCLASES (POR DEFECTO 3), 3 SI CONTIENE EL
                      CODIGO DEL USUARIO Y 4 SI CONTIENE SU NOMBRE
                      DE FSGUSU O ALGUNA PALABRA DE EL DE CUATRO
                      LETRAS O MAS. LAS COMPARACIONES DE CODIGO Y
                      NOMBRE NO DISTINGUEN MAYUSCULAS.

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
       01 MINLONG                     PIC 9(2).
       01 MINCLASES                   PIC 9.
       01 LONGCLAVE                   PIC 9(2).
       01 LONGTROZO                   PIC 9(2).
       01 HAYMAYUS                    PIC 9.
       01 HAYMINUS                    PIC 9.
       01 HAYCIFRA                    PIC 9.
       01 HAYSIGNO                    PIC 9.
       01 CLASES                      PIC 9.
       01 CLAVEMAY                    PIC X(64).
       01 TROZO                       PIC X(64).
       01 NOMBREMAY                   PIC X(64).
       01 TABLA-PAL-L.
          05 TABLA-PAL                PIC X(64) OCCURS 6 TIMES.
       01 APARICIONES                 PIC 9(3).
       01 II                          PIC 9(2).
       01 JJ                          PIC 9(2).
       01 MINUSCULAS                  PIC X(26)
          VALUE "abcdefghijklmnopqrstuvwxyz".
       01 MAYUSCULAS                  PIC X(26)
          VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 CLAVEIN                     PIC X(64).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING USUCODE CLAVEIN RESULTADO.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO RESULTADO.
           MOVE "mnu/SG/FSGUSU" TO NOMBREFSGUSU.
           MOVE 8 TO MINLONG.
           MOVE "CREDMINLONG" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:2) NUMERIC
              MOVE VALORCFG(1:2) TO MINLONG
           END-IF.
           MOVE 3 TO MINCLASES.
           MOVE "CREDCLASES" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:1) NUMERIC
              MOVE VALORCFG(1:1) TO MINCLASES
           END-IF.
       PROCESOS.
           MOVE 0 TO LONGCLAVE.
           PERFORM VARYING II FROM 64 BY -1
                   UNTIL II < 1 OR LONGCLAVE > 0
              IF CLAVEIN(II:1) NOT = SPACE
                 MOVE II TO LONGCLAVE
              END-IF
           END-PERFORM.
           IF LONGCLAVE < MINLONG
              MOVE 1 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM CUENTACLASES.
           IF CLASES < MINCLASES
              MOVE 2 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           MOVE CLAVEIN TO CLAVEMAY.
           INSPECT CLAVEMAY CONVERTING MINUSCULAS TO MAYUSCULAS.
           MOVE USUCODE TO TROZO.
           PERFORM MIRATROZO.
           IF APARICIONES > 0
              MOVE 3 TO RESULTADO
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM MIRANOMBRE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       CUENTACLASES SECTION.
       CCL.
           MOVE 0 TO HAYMAYUS.
           MOVE 0 TO HAYMINUS.
           MOVE 0 TO HAYCIFRA.
           MOVE 0 TO HAYSIGNO.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > LONGCLAVE
              EVALUATE TRUE
                 WHEN CLAVEIN(II:1) = SPACE
                    MOVE 1 TO HAYSIGNO
                 WHEN CLAVEIN(II:1) IS NUMERIC
                    MOVE 1 TO HAYCIFRA
                 WHEN CLAVEIN(II:1) IS ALPHABETIC-UPPER
                    MOVE 1 TO HAYMAYUS
                 WHEN CLAVEIN(II:1) IS ALPHABETIC-LOWER
                    MOVE 1 TO HAYMINUS
                 WHEN OTHER
                    MOVE 1 TO HAYSIGNO
              END-EVALUATE
           END-PERFORM.
           COMPUTE CLASES = HAYMAYUS + HAYMINUS + HAYCIFRA
                          + HAYSIGNO.
       FIN-CUENTACLASES.
           EXIT.

       MIRANOMBRE SECTION.
       MNO.
           OPEN INPUT FSGUSU.
           IF ERROR-1 NOT = "0"
              GO TO FIN-MIRANOMBRE
           END-IF.
           MOVE USUCODE TO CLA OF RSGUSU.
           READ FSGUSU WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 NOT = "0"
              CLOSE FSGUSU
              GO TO FIN-MIRANOMBRE
           END-IF.
           MOVE DES OF RSGUSU TO NOMBREMAY.
           CLOSE FSGUSU.
           MOVE NOMBREMAY TO TROZO.
           PERFORM MIRATROZO.
           IF APARICIONES > 0
              MOVE 4 TO RESULTADO
              GO TO FIN-MIRANOMBRE
           END-IF.
           MOVE SPACES TO TABLA-PAL-L.
           UNSTRING NOMBREMAY DELIMITED BY ALL SPACE
                    INTO TABLA-PAL(1) TABLA-PAL(2) TABLA-PAL(3)
                         TABLA-PAL(4) TABLA-PAL(5) TABLA-PAL(6)
           END-UNSTRING.
           PERFORM VARYING II FROM 1 BY 1
                   UNTIL II > 6 OR RESULTADO NOT = 0
              MOVE TABLA-PAL(II) TO TROZO
              PERFORM MIRATROZO
              IF APARICIONES > 0 AND LONGTROZO > 3
                 MOVE 4 TO RESULTADO
              END-IF
           END-PERFORM.
       FIN-MIRANOMBRE.
           EXIT.

       MIRATROZO SECTION.
       MTR.
           MOVE 0 TO APARICIONES.
           INSPECT TROZO CONVERTING MINUSCULAS TO MAYUSCULAS.
           MOVE 0 TO LONGTROZO.
           PERFORM VARYING JJ FROM 64 BY -1
                   UNTIL JJ < 1 OR LONGTROZO > 0
              IF TROZO(JJ:1) NOT = SPACE
                 MOVE JJ TO LONGTROZO
              END-IF
           END-PERFORM.
           IF LONGTROZO < 3
              GO TO FIN-MIRATROZO
           END-IF.
           INSPECT CLAVEMAY TALLYING APARICIONES
                   FOR ALL TROZO(1:LONGTROZO).
       FIN-MIRATROZO.
           EXIT.
