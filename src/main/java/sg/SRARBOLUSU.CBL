                      APLANA SRACCGRABA: EL ARBOL ES EL MISMO
                      HAYA O NO FSGACC. ASI EL LOGON DEL FRONTAL
                      DEJA DE DISPARAR CIENTOS DE LLAMADAS AUT,
                      UNA POR OPCION DE MENU. MIENTRAS FSGACC SE ESTA
                      CONSTRUYENDO O SUSTITUYENDO (SRACCESTADO) SE VA
                      SIEMPRE POR EL CAMINO LARGO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       01 NOMBREFSGNODO               PIC X(256).
       01 NOMBREFSGACC                PIC X(256).
       01 ACCIONEST                   PIC X(1) VALUE "C".
       01 ESTADOACC                   PIC X(1).
       01 PROGRAMAEST                 PIC X(12) VALUE "SRARBOLUSU".
       01 SIGUE                       PIC 9.
       01 TABLA-ARBOL.
          05 NODO-ARBOL OCCURS 2000 TIMES.
       CARGACACHE SECTION.
       CCA.
           MOVE 0 TO HAYCACHE.
           CALL "SRACCESTADO" USING ACCIONEST ESTADOACC PROGRAMAEST.
           IF ESTADOACC NOT = "L"
              GO TO FIN-CARGACACHE
           END-IF.
           MOVE "mnu/SG/FSGACC" TO NOMBREFSGACC.
           OPEN INPUT FSGACC.
           IF ERROR-1 NOT = "0"
