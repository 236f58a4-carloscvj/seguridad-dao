       01 TOTALREGLAS                 PIC 9(2).
       01 CAMPO                       PIC X(64).
       01 HUELLA                      PIC 9(18).
       01 ESQUEMAUNO                  PIC 9 VALUE 1.
       01 SALVACIA                    PIC X(16) VALUE SPACES.
       01 SEUDONIMO                   PIC X(64).
       01 RR                          PIC 9(2).

           IF CAMPO = SPACES
              GO TO FIN-SEUDONIMIZA
           END-IF.
           CALL "SRHASH" USING CAMPO CAMPO HUELLA ESQUEMAUNO
                SALVACIA.
           MOVE SPACES TO SEUDONIMO.
           STRING "SEU" HUELLA
                  DELIMITED BY SIZE
