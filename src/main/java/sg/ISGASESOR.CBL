                      (FSGCFG: UMBRALCRECPC, UMBRALDUPS). CODIGO DE
                      RETORNO 2 SI HAY ALGUNA RECOMENDACION Y
                      ESTAMOS EN VENTANA, 1 SI LA HAY FUERA DE
                      VENTANA, 0 SI LA SEMANA SE PUEDE AHORRAR. ADEMAS
                      DE LA FAMILIA TSGXXX ACONSEJA SOBRE LOS MAESTROS
                      DE LA TABLA DE DEFINICION DE TSGGEN (SRREOTABLA,
                      CONTADOS CON SRCTATGEN), CUYOS RESIDUOS DEJA
                      TSGGEN CON LOS MISMOS NOMBRES; SU RECOMENDACION
                      DEL DIA ES LA QUE SIGUE EL PASO REORGTAB DE
                      ISGNOCHE.

       ENVIRONMENT DIVISION.

       01 NOMBREHIST                  PIC X(256)
          VALUE "mnu/SG/REOHIST".
       01 NOMBRERES                   PIC X(256).
       01 FICHEROACT                  PIC X(12).
       01 SIGUE                       PIC 9.
       01 CUENTAACT                   PIC 9(8).
       01 RESULTADOCTA                PIC 9.
       01 ENVENTANA                   PIC 9.
       01 HOY                         PIC 9(8).
       01 PEORRC                      PIC 9(4).
       01 INDICEREO                   PIC 9(2).
       01 TOTALREO                    PIC 9(2).
           COPY "WO-REODEF".

       LINKAGE SECTION.
       01 RESULTADORC                 PIC 9(4).
           MOVE "FSGRDES" TO FICHEROACT.
           CALL "SRCTATRDES" USING CUENTAACT RESULTADOCTA.
           PERFORM ACONSEJA.
           MOVE 1 TO INDICEREO.
           CALL "SRREOTABLA" USING INDICEREO TOTALREO FILA-REODEF.
           PERFORM UNTIL RD-FICHERO = SPACES
              MOVE RD-FICHERO TO FICHEROACT
              CALL "SRCTATGEN" USING RD-FICHERO CUENTAACT
                   RESULTADOCTA
              PERFORM ACONSEJA
              ADD 1 TO INDICEREO
              CALL "SRREOTABLA" USING INDICEREO TOTALREO
                   FILA-REODEF
           END-PERFORM.
           MOVE PEORRC TO RESULTADORC.
           MOVE PEORRC TO RETURN-CODE.
       FIN-PROCESOS.
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 IF HO-FICHERO = FICHEROACT(1:8) AND
                    HO-RECOMENDADA = "S"
                    MOVE 1 TO HAYBASE
                    MOVE HO-CUENTA TO CUENTABASE
