       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRLECTURA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      TRAZA DE LECTURAS SENSIBLES: LA TRAZA DE ABM
                      SOLO RECOGE CAMBIOS, ASI QUE LOS SERVIDORES
                      SSGXXX (ANTES DE CADA OPERACION, YA PASADO EL
                      LIMITE DE RITMO) Y LOS INFORMES DE
                      INVESTIGACION ISGPACKUSU, ISGEXTRACTO E
                      ISGTRAZA (OPERACION LOTE) LLAMAN AQUI CON SU
                      NOMBRE, LA OPERACION Y LA CLAVE CONSULTADA. SI
                      EL ORIGEN Y LA OPERACION ESTAN EN LA LISTA DE
                      FSGCFG CON CLAVE LECTURA + ORIGEN (POR EJEMPLO
                      LECTURAFSGUSU = "VERCRED REA"; "*" SON TODAS LAS
                      OPERACIONES Y UN VALOR EN BLANCO NINGUNA) SE
                      APUNTA QUIEN, CUANDO, DESDE QUE TERMINAL
                      (VARIABLE EXTERNA TERMINALSES) Y QUE CLAVE EN LA
                      TRAZA DE mnu/SG/FSGLEC (ABM "L"), ENCADENADA
                      COMO LAS DEMAS POR SRUTRAZA. SIN CLAVE EN
                      FSGCFG VALEN LAS DE FABRICA: FSGUSU VERCRED Y
                      TODO ISGPACKUSU, ISGEXTRACTO E ISGTRAZA. LA
                      LISTA DE CADA ORIGEN SE LEE UNA VEZ POR PROCESO.
                      EL INFORME SEMANAL ES ISGLECTURA.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 TERMINALSES                 PIC X(16) IS EXTERNAL.
       01 NOMBREFSGLEC                PIC X(256)
          VALUE "mnu/SG/FSGLEC".
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 TABLA-LEC-L.
          05 TABLA-LEC OCCURS 10 TIMES.
             10 LEC-ORIGEN            PIC X(12).
             10 LEC-LISTA             PIC X(130).
       01 TOTALLEC                    PIC 9(2) VALUE 0.
       01 LL                          PIC 9(2).
       01 ENCONTRADOLEC               PIC 9(2).
       01 BUSCA                       PIC X(10).
       01 LONBUSCA                    PIC 9(2).
       01 CNT-BUSCA                   PIC 9(3).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).

       LINKAGE SECTION.
       01 ORIGENLEC                   PIC X(12).
       01 OPERLEC                     PIC X(8).
       01 CLAVELEC                    PIC X(128).

       PROCEDURE DIVISION USING ORIGENLEC OPERLEC CLAVELEC.

       PROGRAMA SECTION.
       PROCESOS.
           PERFORM BUSCAORIGEN.
           IF LEC-LISTA(ENCONTRADOLEC) = SPACES
              GO TO FIN-PROCESOS
           END-IF.
           IF LEC-LISTA(ENCONTRADOLEC)(2:1) NOT = "*"
              MOVE SPACES TO BUSCA
              MOVE 1 TO LONBUSCA
              STRING " " OPERLEC DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     INTO BUSCA WITH POINTER LONBUSCA
              END-STRING
              SUBTRACT 1 FROM LONBUSCA
              MOVE 0 TO CNT-BUSCA
              INSPECT LEC-LISTA(ENCONTRADOLEC) TALLYING CNT-BUSCA
                      FOR ALL BUSCA(1:LONBUSCA)
              IF CNT-BUSCA = 0
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           MOVE "L" TO ABM.
           MOVE SPACES TO REGISTRO.
           MOVE ORIGENLEC TO REGISTRO(1:12).
           MOVE OPERLEC TO REGISTRO(13:8).
           MOVE TERMINALSES TO REGISTRO(21:16).
           MOVE CLAVELEC TO REGISTRO(37:128).
           CALL "SRUTRAZA" USING NOMBREFSGLEC ABM REGISTRO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       BUSCAORIGEN SECTION.
       BOR.
           MOVE 0 TO ENCONTRADOLEC.
           PERFORM VARYING LL FROM 1 BY 1 UNTIL LL > TOTALLEC
              IF LEC-ORIGEN(LL) = ORIGENLEC
                 MOVE LL TO ENCONTRADOLEC
              END-IF
           END-PERFORM.
           IF ENCONTRADOLEC > 0
              GO TO FIN-BUSCAORIGEN
           END-IF.
           IF TOTALLEC < 10
              ADD 1 TO TOTALLEC
           END-IF.
           MOVE TOTALLEC TO ENCONTRADOLEC.
           MOVE ORIGENLEC TO LEC-ORIGEN(ENCONTRADOLEC).
           MOVE SPACES TO CFGCLAVE.
           STRING "LECTURA" ORIGENLEC DELIMITED BY SPACE
                  INTO CFGCLAVE
           END-STRING.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG = 0
              MOVE SPACES TO VALORCFG
              EVALUATE ORIGENLEC
                 WHEN "FSGUSU"
                    MOVE "VERCRED" TO VALORCFG
                 WHEN "ISGPACKUSU"
                 WHEN "ISGEXTRACTO"
                 WHEN "ISGTRAZA"
                    MOVE "*" TO VALORCFG
              END-EVALUATE
           END-IF.
           MOVE SPACES TO LEC-LISTA(ENCONTRADOLEC).
           IF VALORCFG NOT = SPACES
              STRING " " VALORCFG DELIMITED BY SIZE
                     INTO LEC-LISTA(ENCONTRADOLEC)
              END-STRING
           END-IF.
       FIN-BUSCAORIGEN.
           EXIT.
