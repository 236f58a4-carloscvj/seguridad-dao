       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRREOTABLA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      TABLA DE DEFINICION DE LOS MAESTROS QUE
                      REORGANIZA TSGGEN (LOS QUE NO TIENEN SU PROPIO
                      TSGXXX): NOMBRE, PROGRAMA DE ACCESO SRREOXXX,
                      LONGITUD DE REGISTRO, POSICION Y LONGITUD DE LA
                      CLAVE PRINCIPAL Y DE LA ALTERNATIVA (CERO SI NO
                      TIENE). DEVUELVE LA FILA PEDIDA POR SU NUMERO O,
                      CON NUMERO CERO, LA DEL FICHERO QUE VENGA EN
                      RD-FICHERO; SIEMPRE CON EL TOTAL DE FILAS. SI NO
                      LA ENCUENTRA DEJA RD-FICHERO EN BLANCO. PARA
                      ANADIR UN MAESTRO BASTA UNA FILA AQUI Y SU
                      SRREOXXX.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 TABLA-REODEF.
           05 FILLER                  PIC X(44) VALUE
              "FSGPEND     SRREOPEND   02880001001800000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGCERT     SRREOCERT   01920001013600000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGTICKET   SRREOTICKET 01920001000800000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGATR      SRREOATR    01920001006400650016".
           05 FILLER                  PIC X(44) VALUE
              "FSGCRED     SRREOCRED   01280001006400000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGUSO      SRREOUSO    01920001012800000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGDEL      SRREODEL    02560001019200650064".
           05 FILLER                  PIC X(44) VALUE
              "FSGSES      SRREOSES    01280001007200000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGIDREG    SRREOIDREG  01920001006400650012".
           05 FILLER                  PIC X(44) VALUE
              "FSGLIM      SRREOLIM    01280001007300000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGOTP      SRREOOTP    01920001006400000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGPAUTA    SRREOPAUTA  02000001012900000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGALERTA   SRREOALERTA 03560001013600000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGAUS      SRREOAUS    01510001006400000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGJIT      SRREOJIT    02440001012800000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGCURSO    SRREOCURSO  01280001008000000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGLEGAL    SRREOLEGAL  01920001008100000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGHCRED    SRREOHCRED  05280001006400000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGACK      SRREOACK    01280001008000000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGPREQ     SRREOPREQ   01280001008000000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGPROV     SRREOPROV   02830001007600000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGESTR     SRREOESTR   03200001002600000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGAMB      SRREOAMB    01690001012900000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGROBS     SRREOROBS   01920001006400000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGPREAV    SRREOPREAV  01920001012800000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGJUST     SRREOJUST   02560001012800000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGDORM     SRREODORM   01920001012800000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGGUARD    SRREOGUARD  01280001008000000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGADM      SRREOADM    01280001008000000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGCATROL   SRREOCATROL 01920001006400000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGCONG     SRREOCONG   01280001006400000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGDENY     SRREODENY   01920001012800000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGDUENO    SRREODUENO  02560001007200000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGHOR      SRREOHOR    01280001006400000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGMATRIZ   SRREOMATRIZ 01280001007200000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGPERFIL   SRREOPERFIL 01280001007200000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGPOL      SRREOPOL    01280001006400000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGPROY     SRREOPROY   01920001007300000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGRET      SRREORET    01920001006400000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGSERMAP   SRREOSERMAP 01920001012800000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGSOD      SRREOSOD    01920001012800650064".
           05 FILLER                  PIC X(44) VALUE
              "FSGSUSC     SRREOSUSC   01280001007600000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGVER      SRREOVER    01920001007300000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGVIGIA    SRREOVIGIA  01280001006400000000".
           05 FILLER                  PIC X(44) VALUE
              "FSGWAIV     SRREOWAIV   03200001019200000000".
       01 TABLA-REODEF-R REDEFINES TABLA-REODEF.
           05 FILA-TABLA              PIC X(44) OCCURS 45 TIMES.

       01 II                          PIC 9(2).

       LINKAGE SECTION.
       01 INDICEREO                   PIC 9(2).
       01 TOTALREO                    PIC 9(2).
           COPY "WO-REODEF".

       PROCEDURE DIVISION USING INDICEREO TOTALREO FILA-REODEF.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 45 TO TOTALREO.
           IF INDICEREO > 0
              IF INDICEREO > TOTALREO
                 MOVE SPACES TO FILA-REODEF
              ELSE
                 MOVE FILA-TABLA(INDICEREO) TO FILA-REODEF
              END-IF
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > TOTALREO
              IF FILA-TABLA(II)(1:12) = RD-FICHERO
                 MOVE FILA-TABLA(II) TO FILA-REODEF
                 GO TO FIN-PROCESOS
              END-IF
           END-PERFORM.
           MOVE SPACES TO FILA-REODEF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
