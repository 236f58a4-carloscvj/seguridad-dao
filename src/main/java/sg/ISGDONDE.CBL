       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGDONDE.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      INFORME DE USOS DE UNA CLAVE (CARRETE DONDE) PARA
                      ANTES DE BORRAR, RENOMBRAR O FUSIONAR UN USUARIO
                      (U), UN ROLE (R) O UN NODO (N): LISTA CADA
                      FICHERO Y REGISTRO QUE LA NOMBRA SEGUN SRDONDE,
                      MAESTROS, ARCHIVOS HISTORICOS Y LO PENDIENTE DE
                      FSGPEND, FSGESTR Y FSGTICKET, CON EL TOTAL.
                      DEVUELVE EL NUMERO DE APARICIONES Y RETURN-CODE 4
                      SI LA CLAVE SE USA EN ALGUN SITIO, 8 SI EL TIPO
                      NO ES VALIDO. LOS SERVIDORES SSGUSU, SSGROLE Y
                      SSGNODO DAN LO MISMO POR CONSOLA CON LA OPERACION
                      DONDE.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 TIPODONDE                   PIC X(1).
       01 CLAVEDONDE                  PIC X(64).
       01 TABLA-DONDE-L.
          05 LINEADONDE               PIC X(132) OCCURS 500 TIMES.
       01 TOTALDONDE                  PIC 9(4).
       01 CONTADORTOT                 PIC 9(8).
       01 DD                          PIC 9(4).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "DONDE".
       01 LINEASPOOL                  PIC X(132).

       LINKAGE SECTION.
       01 TIPOIN                      PIC X(1).
       01 CLAVEIN                     PIC X(64).
       01 CONTADORDONDE               PIC 9(8).

       PROCEDURE DIVISION USING TIPOIN CLAVEIN CONTADORDONDE.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORDONDE.
           MOVE TIPOIN TO TIPODONDE.
           MOVE CLAVEIN TO CLAVEDONDE.
           IF (TIPODONDE NOT = "U" AND TIPODONDE NOT = "R" AND
               TIPODONDE NOT = "N") OR CLAVEDONDE = SPACES
              DISPLAY "ISGDONDE TIPO (U, R O N) Y CLAVE OBLIGATORIOS"
                      UPON SYSOUT
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
       PROCESOS.
           CALL "SRDONDE" USING TIPODONDE CLAVEDONDE TABLA-DONDE-L
                TOTALDONDE CONTADORTOT.
           MOVE "A" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "USOS DE LA CLAVE " TIPODONDE " " CLAVEDONDE ":"
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           PERFORM VARYING DD FROM 1 BY 1 UNTIL DD > TOTALDONDE
              MOVE SPACES TO LINEASPOOL
              STRING "  " LINEADONDE(DD)
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-PERFORM.
           IF CONTADORTOT > TOTALDONDE
              MOVE "  ... HAY MAS APARICIONES DE LAS QUE SE LISTAN"
                   TO LINEASPOOL
              PERFORM ESCUPELINEA
           END-IF.
           MOVE SPACES TO LINEASPOOL.
           STRING "TOTALES: APARICIONES=" CONTADORTOT
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE CONTADORTOT TO CONTADORDONDE.
           IF CONTADORTOT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-ESCUPELINEA.
           EXIT.
