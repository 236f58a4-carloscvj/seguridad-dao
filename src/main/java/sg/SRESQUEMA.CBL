       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRESQUEMA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DICE CON QUE ESQUEMA DE SRHASH SE CALCULAN LAS
                      HUELLAS NUEVAS (CLAVE HASHESQUEMA DE FSGCFG, 1
                      O 2; 2 POR DEFECTO) Y QUE SAL HAY QUE USAR PARA
                      UN USUARIO: LA QUE YA TIENE EN FSGCRED SI SU
                      CREDENCIAL ESTA EN ESE MISMO ESQUEMA, ASI EL
                      HISTORICO FSGHCRED SIGUE RECONOCIENDO LAS
                      CONTRASENAS REPETIDAS; SI NO, EN BLANCO PARA
                      QUE SRHASH GENERE UNA NUEVA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGCRED-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGCRED-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGCRED               PIC X(256).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
       01 ESQUEMAOUT                  PIC 9.
       01 SALOUT                      PIC X(16).

       PROCEDURE DIVISION USING USUCODE ESQUEMAOUT SALOUT.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 2 TO ESQUEMAOUT.
           MOVE SPACES TO SALOUT.
           MOVE "HASHESQUEMA" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND
              (VALORCFG(1:1) = "1" OR VALORCFG(1:1) = "2")
              MOVE VALORCFG(1:1) TO ESQUEMAOUT
           END-IF.
           IF ESQUEMAOUT = 1
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "mnu/SG/FSGCRED" TO NOMBREFSGCRED.
           OPEN INPUT FSGCRED.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PROCESOS
           END-IF.
           MOVE USUCODE TO CLA OF RSGCRED.
           READ FSGCRED WITH IGNORE LOCK INVALID KEY
                GO TO CERRARE.
           IF ESQUEMA-HUELLA = ESQUEMAOUT AND
              SAL-HUELLA NOT = SPACES AND
              SAL-HUELLA NOT = LOW-VALUES
              MOVE SAL-HUELLA TO SALOUT
           END-IF.
       CERRARE.
           CLOSE FSGCRED.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
