       SECURITY.      CONSULTA POR CLAVE EL FICHERO APLANADO FSGACC:
                      UNA SOLA LECTURA INDEXADA RESPONDE SI UN
                      USUARIO ALCANZA UN NODO SEGUN LA ULTIMA
                      RECONSTRUCCION NOCTURNA. MIENTRAS FSGACC SE ESTA
                      CONSTRUYENDO O SUSTITUYENDO (SRACCESTADO) NO SE
                      LEE Y SE RESPONDE COMO FALLO DE CACHE, PARA QUE
                      QUIEN PREGUNTA VAYA AL CAMINO LARGO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WO-ERRORES".

       01 NOMBREFSGACC                PIC X(256).
       01 ACCIONEST                   PIC X(1) VALUE "C".
       01 ESTADOACC                   PIC X(1).
       01 PROGRAMAEST                 PIC X(12) VALUE "SRCHKACC".

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
           MOVE 0 TO ENCONTRADO.
           MOVE SPACES TO ORIGENROL.
           MOVE "B" TO NIVELOUT.
           CALL "SRACCESTADO" USING ACCIONEST ESTADOACC PROGRAMAEST.
           IF ESTADOACC NOT = "L"
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "mnu/SG/FSGACC" TO NOMBREFSGACC.
           OPEN INPUT FSGACC.
           IF ERROR-1 = "0"
