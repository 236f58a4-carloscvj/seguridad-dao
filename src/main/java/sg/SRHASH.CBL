                      CON EL CODIGO DE USUARIO. LA HUELLA ES LO
                      UNICO QUE SE GUARDA EN FSGCRED: LA CONTRASENA
                      NUNCA SE ALMACENA NI PUEDE LEERSE DE VUELTA.
                      ESQUEMAIN DICE CON QUE ESQUEMA SE CALCULA (EL
                      QUE QUEDA APUNTADO EN ESQUEMA-HUELLA DE FSGCRED):
                      1 ES EL ORIGINAL, SALADO SOLO CON EL CODIGO DE
                      USUARIO (EL QUE SIGUE USANDO SRMASCARA PARA LOS
                      SEUDONIMOS); 2 MEZCLA ADEMAS UNA SAL ALEATORIA
                      DE 16 POSICIONES PROPIA DE CADA USUARIO (SALIN;
                      SI VIENE EN BLANCO SE GENERA Y SE DEVUELVE EN
                      ELLA) Y REPITE LA MEZCLA 1000 VUELTAS CON DOS
                      ACUMULADORES INDEPENDIENTES, PARA QUE PROBAR
                      CONTRASENAS CONTRA UNA HUELLA ROBADA CUESTE MIL
                      VECES MAS Y NO SIRVA PARA OTRO USUARIO.

       ENVIRONMENT DIVISION.

       01 ACUMULA                     PIC 9(18).
       01 COCIENTE                    PIC 9(18).
       01 II                          PIC 9(3).
       01 RR                          PIC 9(4).
       01 ACUMULA2                    PIC 9(18).
       01 BLOQUE                      PIC X(144).
       01 SEMBRADO                    PIC 9 VALUE 0.
       01 SEMILLA                     PIC 9(9).
       01 AZAR                        PIC 9V9(9).
       01 PP                          PIC 9(2).
       01 ALFABETO                    PIC X(36)
          VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 CLAVETEXTO                  PIC X(64).
       01 HUELLAOUT                   PIC 9(18).
       01 ESQUEMAIN                   PIC 9.
       01 SALIN                       PIC X(16).

       PROCEDURE DIVISION USING USUCODE CLAVETEXTO HUELLAOUT
                 ESQUEMAIN SALIN.

       PROGRAMA SECTION.
       PROCESOS.
           IF ESQUEMAIN = 2
              PERFORM ESQUEMADOS
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 7919 TO ACUMULA.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > 64
              MOVE USUCODE(II:1) TO LETRA
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ESQUEMADOS SECTION.
       EDO.
           IF SALIN = SPACES OR LOW-VALUES
              PERFORM GENERASAL
           END-IF.
           MOVE SALIN TO BLOQUE(1:16).
           MOVE USUCODE TO BLOQUE(17:64).
           MOVE CLAVETEXTO TO BLOQUE(81:64).
           MOVE 7919 TO ACUMULA.
           MOVE 104729 TO ACUMULA2.
           PERFORM VARYING RR FROM 1 BY 1 UNTIL RR > 1000
              PERFORM VARYING II FROM 1 BY 1 UNTIL II > 144
                 MOVE BLOQUE(II:1) TO LETRA
                 COMPUTE ACUMULA = ACUMULA * 257 + LETRAN + II + RR
                 DIVIDE ACUMULA BY 999999937 GIVING COCIENTE
                        REMAINDER ACUMULA
                 COMPUTE ACUMULA2 = ACUMULA2 * 263 + LETRAN * II
                         + RR
                 DIVIDE ACUMULA2 BY 999999929 GIVING COCIENTE
                        REMAINDER ACUMULA2
              END-PERFORM
           END-PERFORM.
           COMPUTE HUELLAOUT = ACUMULA * 1000000000 + ACUMULA2.
       FIN-ESQUEMADOS.
           EXIT.

       GENERASAL SECTION.
       GSA.
           IF SEMBRADO = 0
              MOVE FUNCTION CURRENT-DATE(9:8) TO SEMILLA
              PERFORM VARYING II FROM 1 BY 1 UNTIL II > 64
                 MOVE USUCODE(II:1) TO LETRA
                 COMPUTE SEMILLA = SEMILLA + LETRAN * II
              END-PERFORM
              COMPUTE AZAR = FUNCTION RANDOM(SEMILLA)
              MOVE 1 TO SEMBRADO
           END-IF.
           MOVE SPACES TO SALIN.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > 16
              COMPUTE AZAR = FUNCTION RANDOM
              COMPUTE PP = AZAR * 36 + 1
              IF PP > 36
                 MOVE 36 TO PP
              END-IF
              MOVE ALFABETO(PP:1) TO SALIN(II:1)
           END-PERFORM.
       FIN-GENERASAL.
           EXIT.
