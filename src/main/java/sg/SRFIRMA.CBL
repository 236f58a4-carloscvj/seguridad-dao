       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRFIRMA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      FIRMA ELECTRONICA DE LAS DECISIONES SENSIBLES: EL
                      USUARIO DE LA SESION VUELVE A DAR SU CONTRASENA
                      Y SE COMPRUEBA CON SRVERIFICA, ASI QUE UNA FIRMA
                      FALLIDA CUENTA COMO INTENTO PARA EL BLOQUEO DE LA
                      CREDENCIAL Y QUEDA EN EL REGISTRO DE
                      AUTENTICACION. LA USAN APROBAR DE SSGPEND,
                      ATESTAR Y REVOCAR DE SSGCERT, ROMPELOCK DE
                      SSGROLE Y FIRECALL DE SSGUR. TODA FIRMA, BUENA O
                      MALA, QUEDA EN LA TRAZA DE mnu/SG/FSGFIRMA (ABM
                      "A" FIRMADA, "F" FALLIDA) CON FIRMANTE, SERVIDOR,
                      OPERACION, CLAVE DECIDIDA, METODO, FECHA, HORA Y
                      RESULTADO DE SRVERIFICA; LA CONTRASENA NUNCA.
                      METODO "C" ES CONTRASENA. RESULTADO 0 FIRMADA, 1
                      SIN CONTRASENA (NO CUENTA COMO INTENTO), 2 FIRMA
                      RECHAZADA.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 NOMBREFSGFIRMA              PIC X(256)
          VALUE "mnu/SG/FSGFIRMA".
       01 USUFIRMA                    PIC X(64).
       01 RESULTADOVER                PIC 9.
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).

       LINKAGE SECTION.
       01 SERVIDORFIR                 PIC X(8).
       01 OPERFIR                     PIC X(8).
       01 CLAVEFIR                    PIC X(128).
       01 CLAVETEXTO                  PIC X(64).
       01 METODOFIR                   PIC X(1).
       01 FECHAFIR                    PIC 9(8).
       01 HORAFIR                     PIC 9(6).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING SERVIDORFIR OPERFIR CLAVEFIR
                 CLAVETEXTO METODOFIR FECHAFIR HORAFIR RESULTADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO RESULTADO.
           MOVE SPACE TO METODOFIR.
           MOVE 0 TO FECHAFIR.
           MOVE 0 TO HORAFIR.
           MOVE 9 TO RESULTADOVER.
           IF CLAVETEXTO = SPACES OR LOW-VALUES
              MOVE 1 TO RESULTADO
              PERFORM TRAZAFIRMA
              GO TO FIN-PROCESOS
           END-IF.
           MOVE SPACES TO USUFIRMA.
           MOVE USUARIO TO USUFIRMA.
           CALL "SRVERIFICA" USING USUFIRMA CLAVETEXTO RESULTADOVER.
           IF RESULTADOVER NOT = 0
              MOVE 2 TO RESULTADO
              PERFORM TRAZAFIRMA
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "C" TO METODOFIR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHAFIR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO HORAFIR.
           PERFORM TRAZAFIRMA.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       TRAZAFIRMA SECTION.
       TFI.
           IF RESULTADO = 0
              MOVE "A" TO ABM
           ELSE
              MOVE "F" TO ABM
           END-IF.
           MOVE SPACES TO REGISTRO.
           MOVE USUARIO TO REGISTRO(1:15).
           MOVE SERVIDORFIR TO REGISTRO(16:8).
           MOVE OPERFIR TO REGISTRO(24:8).
           MOVE CLAVEFIR TO REGISTRO(32:128).
           MOVE METODOFIR TO REGISTRO(160:1).
           MOVE FUNCTION CURRENT-DATE(1:8) TO REGISTRO(161:8).
           MOVE FUNCTION CURRENT-DATE(9:6) TO REGISTRO(169:6).
           MOVE RESULTADO TO REGISTRO(175:1).
           MOVE RESULTADOVER TO REGISTRO(176:1).
           CALL "SRUTRAZA" USING NOMBREFSGFIRMA ABM REGISTRO.
       FIN-TRAZAFIRMA.
           EXIT.
