                      SI EL MISMO USUARIO-NODO LLEGA POR OTRO ROLE
                      SE QUEDA EL NIVEL MAS PERMISIVO (EL USUARIO
                      TIENE AMBOS ROLES LEGITIMAMENTE), REGLA
                      DETERMINISTA EN VEZ DE ORDEN DE BARRIDO. CON LA
                      VARIABLE EXTERNA ACCDESTINO INFORMADA (LA PONE LA
                      CONSTRUCCION POR PARTICIONES ISGAPLAPAR) GRABA EN
                      ESE FICHERO DE TRABAJO EN VEZ DE EN FSGACC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 ACCDESTINO                  PIC X(256) IS EXTERNAL.
       01 NOMBREFSGACC                PIC X(256).
       01 KK                          PIC 9(3).
       01 RANGONUEVO                  PIC 9.

       PROGRAMA SECTION.
       PROCESOS.
           IF ACCDESTINO = SPACES OR LOW-VALUES
              MOVE "mnu/SG/FSGACC" TO NOMBREFSGACC
           ELSE
              MOVE ACCDESTINO TO NOMBREFSGACC
           END-IF.
           IF PRIMERA = 1
              CALL "PRUMKDIR" USING NOMBREFSGACC
              OPEN OUTPUT FSGACC
