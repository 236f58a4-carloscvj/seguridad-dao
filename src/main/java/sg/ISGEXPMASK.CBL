                      DATOS SIN MASCARA Y SOLO SE PERMITE A QUIEN
                      TENGA LA FILA EXPORTAR/COMPLETO EN FSGADM,
                      DEJANDO LA EJECUCION EN LA TRAZA. LAS COPIAS
                      DE RESPALDO NO PASAN POR AQUI. EL FICHERO
                      ENMASCARADO SALE CON SU PROPIO MANIFIESTO DE
                      CONTROL (SRMANIF).

       ENVIRONMENT DIVISION.

       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).
       01 IMAGEN                      PIC X(256).
       01 ACCIONMAN                   PIC X.
       01 PROGRAMAMAN                 PIC X(12) VALUE "ISGEXPMASK".
       01 RESULTADOMAN                PIC 9.
       01 MOTIVOMAN                   PIC X(40).

       LINKAGE SECTION.
       01 FICHEROIN                   PIC X(8).
           PERFORM EXPORTABRUTO.
           PERFORM ENMASCARA.
           CALL "PRURM" USING NOMBRETMP.
           MOVE SPACES TO NOMBRETMP.
           STRING NOMBREBASE "EXPTMPMAN"
                  DELIMITED BY " "
                  INTO NOMBRETMP
           END-STRING.
           CALL "PRURM" USING NOMBRETMP.
           MOVE "E" TO ACCIONMAN.
           CALL "SRMANIF" USING ACCIONMAN NOMBRESAL PROGRAMAMAN
                RESULTADOMAN MOTIVOMAN.
           IF RESULTADOMAN NOT = 0
              DISPLAY "ISGEXPMASK SIN MANIFIESTO " MOTIVOMAN UPON SYSOUT
           END-IF.
           DISPLAY "ISGEXPMASK " FICHEROIN
                   " PERFIL=" PERFILIN
                   " REGISTROS=" CONTADOREXP UPON SYSOUT.
