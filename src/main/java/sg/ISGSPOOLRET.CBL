       SECURITY.      BARRIDO DE RETENCION DEL CARRETE DE INFORMES:
                      BORRA LOS INFORMES DEL CATALOGO INFCAT
                      ANTERIORES A LA FECHA DE CORTE Y REESCRIBE
                      EL CATALOGO SOLO CON LOS QUE QUEDAN. LOS
                      INFORMES DE UNA FECHA BAJO RETENCION LEGAL
                      (FSGLEGAL TIPO F) SE CONSERVAN Y SE LISTAN
                      CON SU CASO.

       ENVIRONMENT DIVISION.

          VALUE "mnu/SG/INFCATNEW".
       01 NOMBREBORRA                 PIC X(256).
       01 SIGUE                       PIC 9.
       01 CONTADORRET                 PIC 9(8).
       01 TIPOLEG                     PIC X(1) VALUE "F".
       01 OBJETOLEG                   PIC X(64).
       01 RETENIDO                    PIC 9.
       01 CASOLEG                     PIC X(16).

       LINKAGE SECTION.
       01 FECHACORTE                  PIC 9(8).
       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORBORR.
           MOVE 0 TO CONTADORRET.
       PROCESOS.
           IF FECHACORTE = 0
              DISPLAY "ISGSPOOLRET FALTA LA FECHA DE CORTE"
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 MOVE 0 TO RETENIDO
                 IF CI-FECHA < FECHACORTE
                    MOVE SPACES TO OBJETOLEG
                    CALL "SRCHKLEGAL" USING TIPOLEG OBJETOLEG CI-FECHA
                         RETENIDO CASOLEG
                    IF RETENIDO = 1
                       ADD 1 TO CONTADORRET
                       DISPLAY "OMITIDO POR RETENCION LEGAL INFORME "
                               CI-INFORME " DEL " CI-FECHA
                               " CASO " CASOLEG UPON SYSOUT
                    END-IF
                 END-IF
                 IF CI-FECHA < FECHACORTE AND RETENIDO = 0
                    ADD 1 TO CONTADORBORR
                    MOVE SPACES TO NOMBREBORRA
                    MOVE CI-NOMBRE TO NOMBREBORRA(1:64)
           CLOSE FCAT.
           PERFORM REEMPLAZACATALOGO.
           DISPLAY "ISGSPOOLRET INFORMES BORRADOS=" CONTADORBORR
                   " RETENIDOS=" CONTADORRET UPON SYSOUT.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
