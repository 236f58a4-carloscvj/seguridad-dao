                      CACHE DE AYER CONCEDIENDO. LAS CONCESIONES DE
                      EMERGENCIA NO SE APLANAN: SU EXPIRACION POR
                      HORAS SE VALIDA SIEMPRE EN EL CAMINO LARGO.
                      ANTES DE VACIARLO GUARDA LA CONSTRUCCION
                      ANTERIOR COMPLETA EN LA GENERACION FSGACCANT,
                      PARA QUE EL INFORME DE DIFERENCIAS PUEDA
                      COMPARAR LA NOCHE DE AYER CON LA DE HOY.
                      SOLO CORRE DENTRO DE LA VENTANA DE
                      MANTENIMIENTO. MIENTRAS RECONSTRUYE DEJA LA MARCA
                      DE FSGACC EN CONSTRUCCION (SRACCESTADO) Y SOLO LA
                      PONE LISTA AL TERMINAR BIEN, ASI EL CAMINO RAPIDO
                      NUNCA LEE UN FICHERO A MEDIAS. PARA PARTIR LA
                      RECONSTRUCCION EN PASOS PARALELOS ESTAN ISGAPLAPAR
                      E ISGAPLAFUS. LA GENERACION ANTERIOR LA GUARDA
                      SRACCGUARDA Y SOLO SI LA MARCA DE FSGACC ESTA EN
                      "L": TRAS UN VOLCADO FALLIDO SE CONSERVA LA
                      GENERACION BUENA DE ANTES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WO-ERRORES".

       01 NOMBREFSGUR                 PIC X(256).
       01 CONTADORANT                 PIC 9(8).
       01 SIGUE                       PIC 9.
       01 ENVENTANA                   PIC 9.
       01 HOY                         PIC 9(8).
       01 TOTALEFEC                   PIC 9(3).
       01 CONTADORFILAS               PIC 9(8).
       01 PRIMERAGRAB                 PIC 9.
       01 ACCDESTINO                  PIC X(256) IS EXTERNAL.
       01 ACCIONEST                   PIC X(1).
       01 ESTADOACC                   PIC X(1).
       01 PROGRAMAEST                 PIC X(12) VALUE "ISGAPLANA".

       LINKAGE SECTION.
       01 NOMBREFSGURIN               PIC X(256).
              DISPLAY "FUERA DE VENTANA DE MANTENIMIENTO" UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           CALL "SRACCGUARDA" USING PROGRAMAEST CONTADORANT.
           MOVE SPACES TO ACCDESTINO.
           MOVE "G" TO ACCIONEST.
           MOVE "C" TO ESTADOACC.
           CALL "SRACCESTADO" USING ACCIONEST ESTADOACC PROGRAMAEST.
           MOVE 0 TO TOTALEFEC.
           CALL "SRACCGRABA" USING USUCODE ROLECODE TABLA-EFEC-L
                TABLA-EFNIV-L TOTALEFEC PRIMERAGRAB CONTADORGRAB.
              END-READ
              IF SIGUE = 1
                 ADD 1 TO CONTADORFILAS
                 MOVE CLA-USUARIO OF RSGUR TO USUCODE
                 MOVE CLA-ROLE TO ROLECODE
                 PERFORM TRATAFILA
              END-IF
           END-PERFORM.
           CLOSE FSGUR.
           MOVE "L" TO ESTADOACC.
           CALL "SRACCESTADO" USING ACCIONEST ESTADOACC PROGRAMAEST.
           DISPLAY "ISGAPLANA FILAS FSGUR=" CONTADORFILAS
                   " FILAS FSGACC=" CONTADORGRAB UPON SYSOUT.
       FIN-PROCESOS.
