                      (SRARBOLUSU), PARA QUE EL LOGON DEL FRONTAL
                      NO DISPARE UNA LLAMADA POR OPCION DE MENU,
                      CADA NODO CON SUS ATRIBUTOS DE PRESENTACION
                      DE FSGNAT (ORDEN, TIPO, VISIBLE, MANDATO). LAS
                      OPERACIONES OTPPIDE Y OTPCONF PIDEN Y CONFIRMAN EL
                      CODIGO DE UN SOLO USO DE LA CONFIRMACION REFORZADA
                      QUE SRAUTORIZA EXIGE EN LOS NODOS VIGILADOS
                      (SROTP); EL CODIGO VA AL CANAL CUSTODIADO DEL
                      USUARIO, NUNCA EN LA RESPUESTA. OTPPIDE Y OTPCONF
                      ESCRIBEN EN FSGOTP: CON EL ENTORNO CERCADO
                      (SRCERCO) SE RESPONDEN N|9 CON ERRORES F1 SIN
                      TOCAR NADA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 NIVEL                       PIC X(1).
       01 RAZON                       PIC X(40).
       01 RAZONTXT                    PIC X(40).
       01 ACCIONOTP                   PIC X.
       01 CODIGOOTP                   PIC X(6).
       01 RESULTADOOTP                PIC 9.
       01 MOTIVOOTP                   PIC X(40).
       01 CERCADO                     PIC 9.
       01 SESDECIDE                   PIC 9(8) VALUE 0.
       01 SESPERMITE                  PIC 9(8) VALUE 0.
       01 SESDENIEGA                  PIC 9(8) VALUE 0.
              ACCEPT BUFERENT FROM SYSIN
           END-IF.
           PERFORM COGE-TRABAJO.
           CALL "SRCERCO" USING OPERACION CERCADO.
           IF CERCADO = 1
              PERFORM CERCADA
              GO TO FIN-PROCESOS
           END-IF.
           EVALUATE OPERACION
              WHEN "AUT"  PERFORM DECIDIR
              WHEN "APX"  PERFORM DECIDIRAPP
              WHEN "ARBOL" PERFORM ARBOLUSU
              WHEN "OTPPIDE" PERFORM PIDEOTP
              WHEN "OTPCONF" PERFORM CONFIRMAOTP
              WHEN "GER"  PERFORM GETERRORES
              WHEN "GETRAZON" PERFORM GETRAZON
              WHEN "PIN" PERFORM PING
           DISPLAY "|FIN-MUCHOS|" UPON SYSOUT.
       FIN-ARBOLUSU.

       PIDEOTP SECTION.
       POT.
           MOVE VALORES(1:64) TO USUCODE.
           MOVE SPACES TO CODIGOOTP.
           MOVE "P" TO ACCIONOTP.
           CALL "SROTP" USING ACCIONOTP USUCODE CODIGOOTP
                RESULTADOOTP MOTIVOOTP.
           PERFORM RESPONDEOTP.
       FIN-PIDEOTP.

       CONFIRMAOTP SECTION.
       COT.
           MOVE VALORES(1:64) TO USUCODE.
           MOVE VALORES(65:6) TO CODIGOOTP.
           MOVE "C" TO ACCIONOTP.
           CALL "SROTP" USING ACCIONOTP USUCODE CODIGOOTP
                RESULTADOOTP MOTIVOOTP.
           PERFORM RESPONDEOTP.
       FIN-CONFIRMAOTP.

       RESPONDEOTP SECTION.
       ROT.
           MOVE SPACES TO ENTEXTO.
           IF RESULTADOOTP = 0
              STRING "S|" RESULTADOOTP "|" MOTIVOOTP
                     DELIMITED BY SIZE
                     INTO ENTEXTO
              END-STRING
           ELSE
              STRING "N|" RESULTADOOTP "|" MOTIVOOTP
                     DELIMITED BY SIZE
                     INTO ENTEXTO
              END-STRING
           END-IF.
           MOVE 192 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING ENTEXTO LONGI
           ELSE
              DISPLAY ENTEXTO UPON SYSOUT
           END-IF.
       FIN-RESPONDEOTP.

       CERCADA SECTION.
       CER.
           MOVE "F1" TO ERRORES.
           MOVE 9 TO RESULTADOOTP.
           MOVE "ENTORNO CERCADO, SOLO LECTURA" TO MOTIVOOTP.
           PERFORM RESPONDEOTP.
       FIN-CERCADA.

       PING SECTION.
       PG.
           MOVE 6 TO LONGI.
       MET.
           MOVE SPACES TO ENTEXTO.
           STRING "SSGAUT|AUT:USUARIO(64)NODO(64)|"
                  "RESPUESTA:S/N|NIVEL:C/A/B|RAZON(40)|"
                  "OTPPIDE:USUARIO(64)|OTPCONF:USUARIO(64)CODIGO(6)|"
                  "RESPUESTA:S/N|RESULTADO(1)|MOTIVO(40)"
                  DELIMITED BY SIZE
                  INTO ENTEXTO
           END-STRING.
