                      UNA COPIA DE TRABAJO Y LA CADENA DE
                      ENCADENADO SE RECALCULA EN ORDEN PARA QUE
                      ISGVERTRAZA SIGA CUADRANDO; EL ESTADO TRZSEQ
                      SE ACTUALIZA AL FINAL. LOS REGISTROS CUYA
                      FECHA CAE EN UN RANGO BAJO RETENCION LEGAL
                      (FSGLEGAL TIPO F) NO SE TOCAN Y SE CUENTAN
                      APARTE EN CONTADORRET.

       ENVIRONMENT DIVISION.

       01 CONTENIDO                   PIC X(350).
       01 ANONIMO                     PIC X(64) VALUE "ANONIMO".
       01 TOCADO                      PIC 9.
       01 TIPOLEG                     PIC X(1) VALUE "F".
       01 OBJETOLEG                   PIC X(64).
       01 RETENIDO                    PIC 9.
       01 CASOLEG                     PIC X(16).

       LINKAGE SECTION.
       01 NOMBREBASE                  PIC X(256).
       01 USUCODE                     PIC X(64).
       01 CONTADORANON                PIC 9(8).
       01 CONTADORRET                 PIC 9(8).

       PROCEDURE DIVISION USING NOMBREBASE USUCODE CONTADORANON
                                CONTADORRET.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORANON.
           MOVE 0 TO CONTADORRET.
           MOVE 0 TO HAYBASE.
           MOVE 0 TO CADENAPREV.
           MOVE 0 TO ULTIMASECU.
       ANONIMIZA SECTION.
       ANO.
           MOVE 0 TO TOCADO.
           IF TL-USUARIO NOT = USUCODE(1:15) AND
              TL-REGISTRO(1:64) NOT = USUCODE AND
              TL-REGISTRO(65:64) NOT = USUCODE
              GO TO FIN-ANONIMIZA
           END-IF.
           MOVE SPACES TO OBJETOLEG.
           CALL "SRCHKLEGAL" USING TIPOLEG OBJETOLEG TL-FECHA
                RETENIDO CASOLEG.
           IF RETENIDO = 1
              ADD 1 TO CONTADORRET
              GO TO FIN-ANONIMIZA
           END-IF.
           IF TL-USUARIO = USUCODE(1:15)
              MOVE ANONIMO(1:15) TO TL-USUARIO
              MOVE 1 TO TOCADO
