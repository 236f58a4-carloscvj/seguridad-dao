                      Y DESDE CUANDO; "MATAR" MARCA UNA SESION PARA
                      QUE EL SERVIDOR LA TERMINE (Y SUELTE SUS
                      BLOQUEOS) EN SU SIGUIENTE OPERACION; "QUITAR"
                      BORRA LA FILA DE UNA SESION YA MUERTA. LISTAR
                      ENSENA TAMBIEN SI LA SESION HA SIDO RALENTIZADA
                      (L) O CORTADA (C) POR EL LIMITE DE RITMO Y
                      CUANTAS VECES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                         " USUARIO=" CLA-USUARIO(1:24)
                         " INICIO=" INICIO-FECHA " " INICIO-HORA
                         " ULTIMA=" ULTIMA-FECHA " " ULTIMA-HORA
                         " TERMINAR=" TERMINAR
                         " LIMITE=" LIMITE-ESTADO " " LIMITE-VECES
                         UPON SYSOUT
              END-IF
           END-PERFORM.
           CLOSE FSGSES.
