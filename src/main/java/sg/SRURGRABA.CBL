                      VETO DE EMERGENCIAS Y JUSTIFICACION
                      OBLIGATORIA; UN RECHAZO DEVUELVE 3. LAS
                      BARRERAS DEPARTAMENTO-ROLE DE FSGGUARD
                      (SRCHKGUARD) RECHAZAN CON 4, Y UN ROLE OBSOLETO
                      SEGUN FSGROBS (SRCHKROBS) CON 5. LAS VARIABLES
                      EXTERNAS JUSTIFICAPOL Y TICKETJUST SE
                      CONSUMEN Y SE LIMPIAN EN CADA LLAMADA, PARA
                      QUE UNA JUSTIFICACION RANCIA DE OTRA FILA
                      NUNCA SE PEGUE A LA CONCESION EQUIVOCADA. LOS
                      REQUISITOS DE FORMACION DEL ROLE (SRCHKPREQ: CURSO
                      QUE FALTA O CON EL CERTIFICADO CADUCADO) RECHAZAN
                      CON 6. UN ROLE TECNICO CONCEDIDO DIRECTAMENTE A
                      UNA PERSONA, SIN CUENTA TECNICA NI EXCEPCION
                      VIGENTE (SRCHKTIER), SE RECHAZA CON 7; ESTO CUBRE
                      TAMBIEN EL ARRANQUE DE RRHH, LAS PETICIONES, LOS
                      TRASLADOS Y LO APROBADO EN FSGPEND.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 RAZONPOL                    PIC X(40).
       01 PERMITEGUARD                PIC 9.
       01 RAZONGUARD                  PIC X(40).
       01 OBSOLETOROL                 PIC 9.
       01 SUSTITUTOROL                PIC X(64).
       01 OCASOROL                    PIC 9(8).
       01 RESULTADOPRE                PIC 9.
       01 CURSOPRE                    PIC X(16).
       01 RAZONPRE                    PIC X(40).
       01 PERMITETIER                 PIC 9.
       01 RAZONTIER                   PIC X(40).

       LINKAGE SECTION.
       01 REGISTROIN                  PIC X(192).
                      RAZONGUARD UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           CALL "SRCHKROBS" USING REGISTROPOL(65:64) OBSOLETOROL
                SUSTITUTOROL OCASOROL.
           IF OBSOLETOROL = 1
              MOVE 5 TO RESULTADO
              DISPLAY "CONCESION RECHAZADA, ROLE OBSOLETO: PEDIR "
                      SUSTITUTOROL UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           CALL "SRCHKPREQ" USING REGISTROPOL(1:64)
                REGISTROPOL(65:64) RESULTADOPRE CURSOPRE RAZONPRE.
           IF RESULTADOPRE NOT = 0
              MOVE 6 TO RESULTADO
              DISPLAY "CONCESION RECHAZADA POR FORMACION: "
                      RAZONPRE UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           CALL "SRCHKTIER" USING REGISTROPOL(1:64)
                REGISTROPOL(65:64) PERMITETIER RAZONTIER.
           IF PERMITETIER = 0
              MOVE 7 TO RESULTADO
              DISPLAY "CONCESION RECHAZADA, " RAZONTIER UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
           OPEN I-O FSGUR.
           IF ERROR-1 NOT = "0"
