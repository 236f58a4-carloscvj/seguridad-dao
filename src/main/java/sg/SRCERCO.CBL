       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRCERCO.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DICE A LOS SERVIDORES SSGXXX SI DEBEN RECHAZAR
                      UNA OPERACION PORQUE ESTE ENTORNO ESTA CERCADO
                      (MARCA mnu/SG/CERCO CON ESTADO "C", QUE PONE EL
                      PASO CERCAR DE ISGCONMUTA ANTES DE UNA
                      CONMUTACION Y QUE SIGUE PUESTA MIENTRAS EL
                      ENTORNO HACE DE RESPALDO). SOLO SE RECHAZAN LAS
                      OPERACIONES QUE ESCRIBEN EN LOS MAESTROS; LAS
                      LECTURAS, APERTURAS Y CONSULTAS SIGUEN. CERCADO
                      1 RECHAZAR, 0 SEGUIR. TAMBIEN SE RECHAZAN LAS
                      OPERACIONES QUE ESCRIBEN SIN SER ABM: ACTIVAR Y
                      DESACTIVAR (FSGUR), ACEPTAAUP (FSGACK), PUBLICAR
                      (FSGAUP), BLOQUEO (FSGUSU), FALSO Y CIERRA
                      (FSGALERTA), ALTA Y BAJA (FSGPREQ), OTPPIDE Y
                      OTPCONF (FSGOTP) Y ROMPELOCK.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCERCO
                  ASSIGN TO RANDOM NOMBRECERCO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
       FD  FCERCO
           DATA RECORD IS RCERCO.
       01  RCERCO.
           03 CE-ESTADO PIC X(1).
           03 CE-FECHA PIC 9(8).
           03 CE-HORA PIC 9(6).
           03 CE-USUARIO PIC X(15).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBRECERCO                 PIC X(256)
          VALUE "mnu/SG/CERCO".
       01 ESCRITURA                   PIC 9.

       LINKAGE SECTION.
       01 OPERACION                   PIC X(128).
       01 CERCADO                     PIC 9.

       PROCEDURE DIVISION USING OPERACION CERCADO.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO CERCADO.
           MOVE 0 TO ESCRITURA.
           EVALUATE OPERACION
              WHEN "WRI"
              WHEN "REW"
              WHEN "DEL"
              WHEN "BULKWRI"
              WHEN "UNDO"
              WHEN "REN"
              WHEN "CATGRABA"
              WHEN "CATBORRA"
              WHEN "OBSOLETA"
              WHEN "VIGENTE"
              WHEN "RETIRA"
              WHEN "RETIRADA"
              WHEN "REACTIVAR"
              WHEN "REPLNODOS"
              WHEN "ENCOLA"
              WHEN "APROBAR"
              WHEN "RECHAZAR"
              WHEN "ALTAMIEMBRO"
              WHEN "EXTENDER"
              WHEN "ATESTAR"
              WHEN "REVOCAR"
              WHEN "FIRECALL"
              WHEN "REVROL"
              WHEN "SETCRED"
              WHEN "DESBLOCRED"
              WHEN "RETENER"
              WHEN "LIBERAR"
              WHEN "PROGRAMA"
              WHEN "DESPROGRAMA"
              WHEN "PROGRAMAR"
              WHEN "ANULAR"
              WHEN "PEDIR"
              WHEN "ACTIVAR"
              WHEN "DESACTIVAR"
              WHEN "ACEPTAAUP"
              WHEN "PUBLICAR"
              WHEN "BLOQUEO"
              WHEN "FALSO"
              WHEN "CIERRA"
              WHEN "ALTA"
              WHEN "BAJA"
              WHEN "OTPPIDE"
              WHEN "OTPCONF"
              WHEN "ROMPELOCK"
                 MOVE 1 TO ESCRITURA
           END-EVALUATE.
           IF ESCRITURA = 0
              GO TO FIN-PROCESOS
           END-IF.
           OPEN INPUT FCERCO.
           IF ERRORES NOT = "00"
              GO TO FIN-PROCESOS
           END-IF.
           READ FCERCO AT END
                MOVE SPACES TO CE-ESTADO.
           IF CE-ESTADO = "C"
              MOVE 1 TO CERCADO
           END-IF.
           CLOSE FCERCO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
