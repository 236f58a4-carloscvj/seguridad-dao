       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRDONDETAB.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      TABLA DE DEFINICION DE LA BUSQUEDA DE USOS
                      SRDONDE: CADA FILA DICE EN QUE FICHERO (CON SU
                      PROGRAMA DE ACCESO SRREOXXX, O EN BLANCO SI ES UN
                      ARCHIVO HISTORICO SECUENCIAL <FICHERO>ARC), EN
                      QUE POSICION Y CON QUE LONGITUD APARECE UNA CLAVE
                      DE USUARIO (U), ROLE (R) O NODO (N), Y CON QUE
                      NOMBRE DE CAMPO. SI LA LONGITUD NO ES 64 EL CAMPO
                      ES UNA IMAGEN DE REGISTRO (PETICIONES PENDIENTES
                      Y CAMBIOS ESTRUCTURALES) DONDE SE BUSCA LA CLAVE
                      EN CUALQUIER POSICION. UN FILTRO OPCIONAL
                      (POSICION, LONGITUD Y VALOR) LIMITA LA FILA A LOS
                      REGISTROS DE UN TIPO O ESTADO (SOLO LO PENDIENTE
                      DE FSGPEND, FSGESTR Y FSGTICKET). LAS FILAS DE UN
                      MISMO FICHERO VAN SEGUIDAS. DEVUELVE LA FILA
                      PEDIDA POR SU NUMERO, SIEMPRE CON EL TOTAL; FUERA
                      DE RANGO DEJA LA FILA EN BLANCO. PARA QUE UN
                      FICHERO NUEVO ENTRE EN LA BUSQUEDA BASTA UNA FILA
                      AQUI Y SU SRREOXXX.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 TABLA-DONDEDEF.
           05 FILLER                  PIC X(24) VALUE
              "FSGUSU      SRREOUSU    ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA             ".
           05 FILLER                  PIC X(24) VALUE
              "FSGUR       SRREOUR     ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA-USUARIO     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGUR       SRREOUR     ".
           05 FILLER                  PIC X(39) VALUE
              "R00650064000000        CLA-ROLE        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGACC      SRREOACC    ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA-USUARIO     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGACC      SRREOACC    ".
           05 FILLER                  PIC X(39) VALUE
              "N00650064000000        CLA-NODO        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGACC      SRREOACC    ".
           05 FILLER                  PIC X(39) VALUE
              "R01290064000000        ORIGEN-ROLE     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGACK      SRREOACK    ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA-USUARIO     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGADM      SRREOADM    ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA-USUARIO     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGAMB      SRREOAMB    ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA-USUARIO     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGAMB      SRREOAMB    ".
           05 FILLER                  PIC X(39) VALUE
              "N00660064006501N       CLA-VALOR       ".
           05 FILLER                  PIC X(24) VALUE
              "FSGALERTA   SRREOALERTA ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA-USUARIO     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGALERTA   SRREOALERTA ".
           05 FILLER                  PIC X(39) VALUE
              "N00730064006508VIGILADOCLA-VALOR       ".
           05 FILLER                  PIC X(24) VALUE
              "FSGALERTA   SRREOALERTA ".
           05 FILLER                  PIC X(39) VALUE
              "N00730064006508TANTEO  CLA-VALOR       ".
           05 FILLER                  PIC X(24) VALUE
              "FSGATR      SRREOATR    ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA             ".
           05 FILLER                  PIC X(24) VALUE
              "FSGATR      SRREOATR    ".
           05 FILLER                  PIC X(39) VALUE
              "U00810064000000        RESPONSABLE     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGAUS      SRREOAUS    ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA             ".
           05 FILLER                  PIC X(24) VALUE
              "FSGCERT     SRREOCERT   ".
           05 FILLER                  PIC X(39) VALUE
              "U00090064000000        CLA-USUARIO     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGCERT     SRREOCERT   ".
           05 FILLER                  PIC X(39) VALUE
              "R00730064000000        CLA-ROLE        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGCONG     SRREOCONG   ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA             ".
           05 FILLER                  PIC X(24) VALUE
              "FSGCRED     SRREOCRED   ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA             ".
           05 FILLER                  PIC X(24) VALUE
              "FSGHCRED    SRREOHCRED  ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA             ".
           05 FILLER                  PIC X(24) VALUE
              "FSGCURSO    SRREOCURSO  ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA-USUARIO     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGDEL      SRREODEL    ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA-DELEGANTE   ".
           05 FILLER                  PIC X(24) VALUE
              "FSGDEL      SRREODEL    ".
           05 FILLER                  PIC X(39) VALUE
              "U00650064000000        CLA-DELEGADO    ".
           05 FILLER                  PIC X(24) VALUE
              "FSGDEL      SRREODEL    ".
           05 FILLER                  PIC X(39) VALUE
              "R01290064000000        CLA-ROLE        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGDENY     SRREODENY   ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA-USUARIO     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGDENY     SRREODENY   ".
           05 FILLER                  PIC X(39) VALUE
              "N00650064000000        CLA-NODO        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGDORM     SRREODORM   ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA-USUARIO     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGDORM     SRREODORM   ".
           05 FILLER                  PIC X(39) VALUE
              "R00650064000000        CLA-ROLE        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGDUENO    SRREODUENO  ".
           05 FILLER                  PIC X(39) VALUE
              "U00090064000108CUENTA  CLA-OBJETO      ".
           05 FILLER                  PIC X(24) VALUE
              "FSGDUENO    SRREODUENO  ".
           05 FILLER                  PIC X(39) VALUE
              "R00090064000108ROLE    CLA-OBJETO      ".
           05 FILLER                  PIC X(24) VALUE
              "FSGDUENO    SRREODUENO  ".
           05 FILLER                  PIC X(39) VALUE
              "N00090064000108NODO    CLA-OBJETO      ".
           05 FILLER                  PIC X(24) VALUE
              "FSGDUENO    SRREODUENO  ".
           05 FILLER                  PIC X(39) VALUE
              "U00730064000000        DUENO           ".
           05 FILLER                  PIC X(24) VALUE
              "FSGDUENO    SRREODUENO  ".
           05 FILLER                  PIC X(39) VALUE
              "U01370064000000        SUPLENTE        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGJIT      SRREOJIT    ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA-USUARIO     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGJIT      SRREOJIT    ".
           05 FILLER                  PIC X(39) VALUE
              "R00650064000000        CLA-ROLE        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGJUST     SRREOJUST   ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA-USUARIO     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGJUST     SRREOJUST   ".
           05 FILLER                  PIC X(39) VALUE
              "R00650064000000        CLA-ROLE        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGLEGAL    SRREOLEGAL  ".
           05 FILLER                  PIC X(39) VALUE
              "U00020064000101U       CLA-OBJETO      ".
           05 FILLER                  PIC X(24) VALUE
              "FSGLEGAL    SRREOLEGAL  ".
           05 FILLER                  PIC X(39) VALUE
              "R00020064000101R       CLA-OBJETO      ".
           05 FILLER                  PIC X(24) VALUE
              "FSGLEGAL    SRREOLEGAL  ".
           05 FILLER                  PIC X(39) VALUE
              "N00020064000101N       CLA-OBJETO      ".
           05 FILLER                  PIC X(24) VALUE
              "FSGLIM      SRREOLIM    ".
           05 FILLER                  PIC X(39) VALUE
              "U00090064000000        CLA-USUARIO     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGOTP      SRREOOTP    ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA             ".
           05 FILLER                  PIC X(24) VALUE
              "FSGPAUTA    SRREOPAUTA  ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA-USUARIO     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGPAUTA    SRREOPAUTA  ".
           05 FILLER                  PIC X(39) VALUE
              "N00660064006501N       CLA-VALOR       ".
           05 FILLER                  PIC X(24) VALUE
              "FSGPREAV    SRREOPREAV  ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA-USUARIO     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGPREAV    SRREOPREAV  ".
           05 FILLER                  PIC X(39) VALUE
              "R00650064000000        CLA-ROLE        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGPROV     SRREOPROV   ".
           05 FILLER                  PIC X(39) VALUE
              "U00770064000000        PV-USUARIO      ".
           05 FILLER                  PIC X(24) VALUE
              "FSGPROV     SRREOPROV   ".
           05 FILLER                  PIC X(39) VALUE
              "N01420064000000        PV-NODO         ".
           05 FILLER                  PIC X(24) VALUE
              "FSGPROY     SRREOPROY   ".
           05 FILLER                  PIC X(39) VALUE
              "U00100064000901U       CLA-CLAVE       ".
           05 FILLER                  PIC X(24) VALUE
              "FSGPROY     SRREOPROY   ".
           05 FILLER                  PIC X(39) VALUE
              "R00100064000901R       CLA-CLAVE       ".
           05 FILLER                  PIC X(24) VALUE
              "FSGSES      SRREOSES    ".
           05 FILLER                  PIC X(39) VALUE
              "U00090064000000        CLA-USUARIO     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGSUSC     SRREOSUSC   ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA-DESTINO     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGUSO      SRREOUSO    ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA-USUARIO     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGUSO      SRREOUSO    ".
           05 FILLER                  PIC X(39) VALUE
              "R00650064000000        CLA-ROLE        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGWAIV     SRREOWAIV   ".
           05 FILLER                  PIC X(39) VALUE
              "R00010064000000        CLA-ROLE1       ".
           05 FILLER                  PIC X(24) VALUE
              "FSGWAIV     SRREOWAIV   ".
           05 FILLER                  PIC X(39) VALUE
              "R00650064000000        CLA-ROLE2       ".
           05 FILLER                  PIC X(24) VALUE
              "FSGWAIV     SRREOWAIV   ".
           05 FILLER                  PIC X(39) VALUE
              "U01290064000000        CLA-USUARIO     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGROLE     SRREOROLE   ".
           05 FILLER                  PIC X(39) VALUE
              "R00010064000000        CLA             ".
           05 FILLER                  PIC X(24) VALUE
              "FSGNR       SRREONR     ".
           05 FILLER                  PIC X(39) VALUE
              "N00010064000000        CLA-NODO        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGNR       SRREONR     ".
           05 FILLER                  PIC X(39) VALUE
              "R00650064000000        CLA-ROLE        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGRC       SRREORC     ".
           05 FILLER                  PIC X(39) VALUE
              "R00010064000000        CLA-ROLEBASE    ".
           05 FILLER                  PIC X(24) VALUE
              "FSGRC       SRREORC     ".
           05 FILLER                  PIC X(39) VALUE
              "R00650064000000        CLA-ROLEINCL    ".
           05 FILLER                  PIC X(24) VALUE
              "FSGRDES     SRREORDES   ".
           05 FILLER                  PIC X(39) VALUE
              "R00010064000000        CLA-ROLE        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGPERFIL   SRREOPERFIL ".
           05 FILLER                  PIC X(39) VALUE
              "R00090064000000        CLA-ROLE        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGMATRIZ   SRREOMATRIZ ".
           05 FILLER                  PIC X(39) VALUE
              "R00090064000000        CLA-ROLE        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGCATROL   SRREOCATROL ".
           05 FILLER                  PIC X(39) VALUE
              "R00010064000000        CLA             ".
           05 FILLER                  PIC X(24) VALUE
              "FSGPOL      SRREOPOL    ".
           05 FILLER                  PIC X(39) VALUE
              "R00010064000000        CLA             ".
           05 FILLER                  PIC X(24) VALUE
              "FSGSOD      SRREOSOD    ".
           05 FILLER                  PIC X(39) VALUE
              "R00010064000000        CLA-ROLE1       ".
           05 FILLER                  PIC X(24) VALUE
              "FSGSOD      SRREOSOD    ".
           05 FILLER                  PIC X(39) VALUE
              "R00650064000000        CLA-ROLE2       ".
           05 FILLER                  PIC X(24) VALUE
              "FSGHOR      SRREOHOR    ".
           05 FILLER                  PIC X(39) VALUE
              "R00010064000000        CLA             ".
           05 FILLER                  PIC X(24) VALUE
              "FSGGUARD    SRREOGUARD  ".
           05 FILLER                  PIC X(39) VALUE
              "R00010064000000        CLA-ROLE        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGVER      SRREOVER    ".
           05 FILLER                  PIC X(39) VALUE
              "R00010064000000        VER-ROLE        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGPREQ     SRREOPREQ   ".
           05 FILLER                  PIC X(39) VALUE
              "R00010064000000        CLA-ROLE        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGROBS     SRREOROBS   ".
           05 FILLER                  PIC X(39) VALUE
              "R00010064000000        CLA             ".
           05 FILLER                  PIC X(24) VALUE
              "FSGROBS     SRREOROBS   ".
           05 FILLER                  PIC X(39) VALUE
              "R00810064000000        CLA-SUSTITUTO   ".
           05 FILLER                  PIC X(24) VALUE
              "FSGNODO     SRREONODO   ".
           05 FILLER                  PIC X(39) VALUE
              "N00010064000000        CLA             ".
           05 FILLER                  PIC X(24) VALUE
              "FSGNODO     SRREONODO   ".
           05 FILLER                  PIC X(39) VALUE
              "N01290064000000        CLA-PADRE       ".
           05 FILLER                  PIC X(24) VALUE
              "FSGNAT      SRREONAT    ".
           05 FILLER                  PIC X(39) VALUE
              "N00010064000000        CLA             ".
           05 FILLER                  PIC X(24) VALUE
              "FSGSERMAP   SRREOSERMAP ".
           05 FILLER                  PIC X(39) VALUE
              "N00650064000000        CLA-NODO        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGRET      SRREORET    ".
           05 FILLER                  PIC X(39) VALUE
              "N00010064000000        CLA             ".
           05 FILLER                  PIC X(24) VALUE
              "FSGRET      SRREORET    ".
           05 FILLER                  PIC X(39) VALUE
              "N00730064000000        CLA-SUCESOR     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGVIGIA    SRREOVIGIA  ".
           05 FILLER                  PIC X(39) VALUE
              "N00010064000000        CLA             ".
           05 FILLER                  PIC X(24) VALUE
              "FSGTICKET   SRREOTICKET ".
           05 FILLER                  PIC X(39) VALUE
              "U00240064016701P       USUARIO-TIK     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGTICKET   SRREOTICKET ".
           05 FILLER                  PIC X(39) VALUE
              "R00880064016701P       ROLE-TIK        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGPEND     SRREOPEND   ".
           05 FILLER                  PIC X(39) VALUE
              "U00740192005001P       REGISTRO-PED    ".
           05 FILLER                  PIC X(24) VALUE
              "FSGPEND     SRREOPEND   ".
           05 FILLER                  PIC X(39) VALUE
              "R00740192005001P       REGISTRO-PED    ".
           05 FILLER                  PIC X(24) VALUE
              "FSGPEND     SRREOPEND   ".
           05 FILLER                  PIC X(39) VALUE
              "N00740192005001P       REGISTRO-PED    ".
           05 FILLER                  PIC X(24) VALUE
              "FSGESTR     SRREOESTR   ".
           05 FILLER                  PIC X(39) VALUE
              "U01000192005101P       REGISTRO-EST    ".
           05 FILLER                  PIC X(24) VALUE
              "FSGESTR     SRREOESTR   ".
           05 FILLER                  PIC X(39) VALUE
              "R01000192005101P       REGISTRO-EST    ".
           05 FILLER                  PIC X(24) VALUE
              "FSGESTR     SRREOESTR   ".
           05 FILLER                  PIC X(39) VALUE
              "N01000192005101P       REGISTRO-EST    ".
           05 FILLER                  PIC X(24) VALUE
              "FSGIDREG    SRREOIDREG  ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA             ".
           05 FILLER                  PIC X(24) VALUE
              "FSGUSUARC               ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA             ".
           05 FILLER                  PIC X(24) VALUE
              "FSGURARC                ".
           05 FILLER                  PIC X(39) VALUE
              "U00010064000000        CLA-USUARIO     ".
           05 FILLER                  PIC X(24) VALUE
              "FSGURARC                ".
           05 FILLER                  PIC X(39) VALUE
              "R00650064000000        CLA-ROLE        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGNRARC                ".
           05 FILLER                  PIC X(39) VALUE
              "N00010064000000        CLA-NODO        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGNRARC                ".
           05 FILLER                  PIC X(39) VALUE
              "R00650064000000        CLA-ROLE        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGRCARC                ".
           05 FILLER                  PIC X(39) VALUE
              "R00010064000000        CLA-ROLEBASE    ".
           05 FILLER                  PIC X(24) VALUE
              "FSGRCARC                ".
           05 FILLER                  PIC X(39) VALUE
              "R00650064000000        CLA-ROLEINCL    ".
           05 FILLER                  PIC X(24) VALUE
              "FSGRDESARC              ".
           05 FILLER                  PIC X(39) VALUE
              "R00010064000000        CLA-ROLE        ".
           05 FILLER                  PIC X(24) VALUE
              "FSGROLEARC              ".
           05 FILLER                  PIC X(39) VALUE
              "R00010064000000        CLA             ".
       01 TABLA-DONDEDEF-R REDEFINES TABLA-DONDEDEF.
           05 FILA-TABLA              PIC X(63) OCCURS 101 TIMES.

       LINKAGE SECTION.
       01 INDICEDONDE                 PIC 9(3).
       01 TOTALDONDEDEF               PIC 9(3).
           COPY "WO-DONDEDEF".

       PROCEDURE DIVISION USING INDICEDONDE TOTALDONDEDEF FILA-DONDE.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 101 TO TOTALDONDEDEF.
           IF INDICEDONDE = 0 OR INDICEDONDE > TOTALDONDEDEF
              MOVE SPACES TO FILA-DONDE
           ELSE
              MOVE FILA-TABLA(INDICEDONDE) TO FILA-DONDE
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
