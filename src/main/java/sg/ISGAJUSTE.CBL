       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGAJUSTE.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      INFORME DE AJUSTE AL MINIMO PRIVILEGIO A PARTIR
                      DEL TRAFICO DE DECISIONES: CRUZA LOS NODOS QUE
                      CADA USUARIO ABRIO DE VERDAD (DECISIONES
                      POSITIVAS "P" DE LA TRAZA FSGAUT, GENERACIONES
                      DEL CATALOGO TRZCAT MAS LA TRAZA VIVA) EN LOS
                      ULTIMOS DIAS PEDIDOS (POR PARAMETRO, SI NO
                      AJUSTEDIAS DE FSGCFG, SI NO 90) CON TODOS LOS
                      NODOS QUE SUS ROLES LE DAN EN FSGACC. ORDENA
                      USUARIOS Y ROLES POR LA PROPORCION DE NODOS
                      CONCEDIDOS QUE NADIE TOCO, DESDE EL UMBRAL
                      AJUSTEUMBRAL (POR DEFECTO 50 POR CIENTO), Y
                      PARA CADA CONCESION POR ENCIMA DEL UMBRAL BUSCA
                      ENTRE LOS ROLES CONCEDIDOS AL PRIMER NODO USADO
                      O A SUS ANTECESORES UNO NO OBSOLETO CUYO
                      CONJUNTO EFECTIVO DE NODOS (SRNODOSGRANT MAS
                      SRDESCIENDE) CUBRA TODO LO USADO CON MENOS
                      NODOS, Y LO SUGIERE. SI EL TRAFICO TRAE MAS
                      PAREJAS USUARIO-NODO DE LAS QUE CABEN EN LA
                      TABLA EL INFORME NO SE EMITE: UN NODO USADO
                      PARECERIA SIN TOCAR. SALE POR CONSOLA Y POR EL
                      CARRETE DE INFORMES (AJUSTE).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGACC-SEL".
           COPY "WO-TRAZA-SEL".

           SELECT FCAT
                  ASSIGN TO RANDOM NOMBRECAT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGACC-FD".
           COPY "WO-TRAZA-FD".

       FD  FCAT
           DATA RECORD IS RCAT.
       01  RCAT       PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBREFSGACC                PIC X(256)
          VALUE "mnu/SG/FSGACC".
       01 NOMBRETRAZA                 PIC X(256).
       01 NOMBRECAT                   PIC X(256)
          VALUE "mnu/SG/FSGAUTTRZCAT".
       01 SIGUE                       PIC 9.
       01 SIGUECAT                    PIC 9.
       01 HOY                         PIC 9(8).
       01 DIACORTE                    PIC 9(8).
       01 FECHACORTE                  PIC 9(8).
       01 DIAS                        PIC 9(3).
       01 UMBRAL                      PIC 9(3).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 TABLA-GEN-L.
          05 TABLA-GEN                PIC X(8) OCCURS 400 TIMES.
       01 TOTALGEN                    PIC 9(3).
       01 GG                          PIC 9(3).
       01 TABLA-TOC-L.
          05 FILA-TOC OCCURS 5000 TIMES.
             10 TC-USUARIO            PIC X(64).
             10 TC-NODO               PIC X(64).
       01 TOTALTOC                    PIC 9(4).
       01 DESBORDETOC                 PIC 9.
       01 USUTRAZA                    PIC X(64).
       01 NODOTRAZA                   PIC X(64).
       01 TT                          PIC 9(4).
       01 POSTOC                      PIC 9(4).
       01 USUACTUAL                   PIC X(64).
       01 TOTALUSU                    PIC 9(5).
       01 SINTOCARUSU                 PIC 9(5).
       01 TABLA-ACU-L.
          05 FILA-ACU OCCURS 1000 TIMES.
             10 AC-ROLE               PIC X(64).
             10 AC-NODO               PIC X(64).
             10 AC-TOCADO             PIC 9.
       01 TOTALACU                    PIC 9(4).
       01 AA                          PIC 9(4).
       01 TABLA-USR-L.
          05 FILA-USR OCCURS 2000 TIMES.
             10 US-USUARIO            PIC X(64).
             10 US-TOTAL              PIC 9(5).
             10 US-SINTOCAR           PIC 9(5).
             10 US-PCT                PIC 9(3).
       01 TOTALUSR                    PIC 9(4).
       01 UU                          PIC 9(4).
       01 TABLA-ROL-AG-L.
          05 FILA-ROL-AG OCCURS 300 TIMES.
             10 RA-ROLE               PIC X(64).
             10 RA-TOTAL              PIC 9(8).
             10 RA-SINTOCAR           PIC 9(8).
             10 RA-PCT                PIC 9(3).
       01 TOTALRA                     PIC 9(3).
       01 RR                          PIC 9(3).
       01 POSRA                       PIC 9(3).
       01 TABLA-RUSU-L.
          05 FILA-RUSU OCCURS 50 TIMES.
             10 RU-ROLE               PIC X(64).
             10 RU-TOTAL              PIC 9(4).
             10 RU-TOCADOS            PIC 9(4).
       01 TOTALRU                     PIC 9(3).
       01 QQ                          PIC 9(3).
       01 POSRU                       PIC 9(3).
       01 PCTGRANT                    PIC 9(3).
       01 TABLA-SUG-L.
          05 FILA-SUG OCCURS 500 TIMES.
             10 SG-USUARIO            PIC X(64).
             10 SG-ROLE               PIC X(64).
             10 SG-SUGERIDO           PIC X(64).
             10 SG-NODOSVIEJO         PIC 9(4).
             10 SG-NODOSNUEVO         PIC 9(4).
             10 SG-USADOS             PIC 9(4).
       01 TOTALSUG                    PIC 9(3).
       01 TABLA-USADO-L.
          05 TABLA-USADO              PIC X(64) OCCURS 100 TIMES.
       01 TOTALUSADO                  PIC 9(3).
       01 TABLA-CAND-L.
          05 TABLA-CAND               PIC X(64) OCCURS 50 TIMES.
       01 TOTALCAND                   PIC 9(3).
       01 CC                          PIC 9(3).
       01 JJ                          PIC 9(3).
       01 YAESTA                      PIC 9.
       01 TABLA-ROL-L.
          05 TABLA-ROL                PIC X(64) OCCURS 50 TIMES.
       01 TOTALROL                    PIC 9(3).
       01 NODOACTUAL                  PIC X(64).
       01 PADRE                       PIC X(64).
       01 ENCONTRADOPADRE             PIC 9.
       01 VUELTAS                     PIC 9(3).
       01 MEJORROLE                   PIC X(64).
       01 MEJORNODOS                  PIC 9(4).
       01 CUBRE                       PIC 9.
       01 HALLADO                     PIC 9.
       01 KK                          PIC 9(3).
       01 OBSOLETOCAND                PIC 9.
       01 SUSTITUTOCAND               PIC X(64).
       01 OCASOCAND                   PIC 9(8).
       01 TABLA-GRANT-L.
          05 TABLA-GRANT              PIC X(64) OCCURS 100 TIMES.
       01 TABLA-NIVEL-L.
          05 TABLA-NIVEL              PIC X(1) OCCURS 100 TIMES.
       01 TOTALGRANT                  PIC 9(3).
       01 TABLA-EFEC-L.
          05 TABLA-EFEC               PIC X(64) OCCURS 500 TIMES.
       01 TABLA-EFNIV-L.
          05 TABLA-EFNIV              PIC X(1) OCCURS 500 TIMES.
       01 TOTALEFEC                   PIC 9(3).
       01 PCTLISTA                    PIC S9(3).
       01 CNT-DESBORDE                PIC 9(8).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "AJUSTE".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).

       LINKAGE SECTION.
       01 DIASPERIODO                 PIC 9(3).
       01 CONTADORAJU                 PIC 9(8).

       PROCEDURE DIVISION USING DIASPERIODO CONTADORAJU.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORAJU.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO TOTALTOC.
           MOVE 0 TO DESBORDETOC.
           MOVE 0 TO TOTALUSR.
           MOVE 0 TO TOTALRA.
           MOVE 0 TO TOTALSUG.
           MOVE 0 TO CNT-DESBORDE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE DIASPERIODO TO DIAS.
           IF DIAS = 0
              MOVE "AJUSTEDIAS" TO CFGCLAVE
              CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG
              IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
                 MOVE VALORCFG(1:3) TO DIAS
              END-IF
           END-IF.
           IF DIAS = 0
              MOVE 90 TO DIAS
           END-IF.
           MOVE 50 TO UMBRAL.
           MOVE "AJUSTEUMBRAL" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO UMBRAL
           END-IF.
           IF UMBRAL > 100
              MOVE 100 TO UMBRAL
           END-IF.
           COMPUTE DIACORTE = FUNCTION INTEGER-OF-DATE(HOY) - DIAS.
           COMPUTE FECHACORTE =
                   FUNCTION DATE-OF-INTEGER(DIACORTE).
       PROCESOS.
           PERFORM LEECATALOGO.
           PERFORM VARYING GG FROM 1 BY 1 UNTIL GG > TOTALGEN
              MOVE SPACES TO NOMBRETRAZA
              STRING "mnu/SG/FSGAUTTRZ" TABLA-GEN(GG)
                     DELIMITED BY " "
                     INTO NOMBRETRAZA
              END-STRING
              PERFORM CUENTATRAZA
           END-PERFORM.
           MOVE "mnu/SG/FSGAUTTRZ" TO NOMBRETRAZA.
           PERFORM CUENTATRAZA.
           IF DESBORDETOC = 1
              DISPLAY "ISGAJUSTE MAS DE 5000 PAREJAS USUARIO-NODO "
                      "CON TRAFICO: LA TABLA DESBORDA Y NODOS "
                      "USADOS SALDRIAN SIN TOCAR. NO SE EMITE EL "
                      "INFORME." UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           OPEN INPUT FSGACC.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGAJUSTE NO SE PUDO ABRIR " NOMBREFSGACC
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE SPACES TO USUACTUAL.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FSGACC NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 IF CLA-USUARIO OF RSGACC NOT = USUACTUAL
                    IF USUACTUAL NOT = SPACES
                       PERFORM CIERRAUSUARIO
                    END-IF
                    MOVE CLA-USUARIO OF RSGACC TO USUACTUAL
                    MOVE 0 TO TOTALUSU
                    MOVE 0 TO SINTOCARUSU
                    MOVE 0 TO TOTALACU
                 END-IF
                 PERFORM ACUMULAACCESO
              END-IF
           END-PERFORM.
           IF USUACTUAL NOT = SPACES
              PERFORM CIERRAUSUARIO
           END-IF.
           CLOSE FSGACC.
           PERFORM INFORME.
           MOVE TOTALSUG TO CONTADORAJU.
           DISPLAY "ISGAJUSTE USUARIOS=" TOTALUSR
                   " SUGERENCIAS=" TOTALSUG UPON SYSOUT.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       LEECATALOGO SECTION.
       LCAT.
           MOVE 0 TO TOTALGEN.
           MOVE SPACES TO TABLA-GEN-L.
           OPEN INPUT FCAT.
           IF ERRORES NOT = "00"
              GO TO FIN-LEECATALOGO
           END-IF.
           MOVE 1 TO SIGUECAT.
           PERFORM UNTIL SIGUECAT = 0
              READ FCAT AT END
                   MOVE 0 TO SIGUECAT
              END-READ
              IF SIGUECAT = 1 AND TOTALGEN < 400
                 ADD 1 TO TOTALGEN
                 MOVE RCAT TO TABLA-GEN(TOTALGEN)
              END-IF
           END-PERFORM.
           CLOSE FCAT.
       FIN-LEECATALOGO.
           EXIT.

       CUENTATRAZA SECTION.
       CTR.
           OPEN INPUT FTRAZA.
           IF ERRORES NOT = "00"
              GO TO FIN-CUENTATRAZA
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FTRAZA AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND TL-ABM = "P" AND
                 TL-FECHA NOT < FECHACORTE
                 MOVE TL-REGISTRO(1:64) TO USUTRAZA
                 MOVE TL-REGISTRO(129:64) TO NODOTRAZA
                 PERFORM APUNTATOCADO
              END-IF
           END-PERFORM.
           CLOSE FTRAZA.
       FIN-CUENTATRAZA.
           EXIT.

       APUNTATOCADO SECTION.
       APT.
           PERFORM BUSCATOCADO.
           IF POSTOC > 0
              GO TO FIN-APUNTATOCADO
           END-IF.
           IF TOTALTOC < 5000
              ADD 1 TO TOTALTOC
              MOVE USUTRAZA TO TC-USUARIO(TOTALTOC)
              MOVE NODOTRAZA TO TC-NODO(TOTALTOC)
           ELSE
              MOVE 1 TO DESBORDETOC
           END-IF.
       FIN-APUNTATOCADO.
           EXIT.

       BUSCATOCADO SECTION.
       BTO.
           MOVE 0 TO POSTOC.
           PERFORM VARYING TT FROM 1 BY 1
                   UNTIL TT > TOTALTOC OR POSTOC > 0
              IF TC-USUARIO(TT) = USUTRAZA AND
                 TC-NODO(TT) = NODOTRAZA
                 MOVE TT TO POSTOC
              END-IF
           END-PERFORM.
       FIN-BUSCATOCADO.
           EXIT.

       ACUMULAACCESO SECTION.
       AAC.
           MOVE CLA-USUARIO OF RSGACC TO USUTRAZA.
           MOVE CLA-NODO OF RSGACC TO NODOTRAZA.
           PERFORM BUSCATOCADO.
           ADD 1 TO TOTALUSU.
           IF POSTOC = 0
              ADD 1 TO SINTOCARUSU
           END-IF.
           IF TOTALACU < 1000
              ADD 1 TO TOTALACU
              MOVE ORIGEN-ROLE TO AC-ROLE(TOTALACU)
              MOVE CLA-NODO OF RSGACC TO AC-NODO(TOTALACU)
              IF POSTOC > 0
                 MOVE 1 TO AC-TOCADO(TOTALACU)
              ELSE
                 MOVE 0 TO AC-TOCADO(TOTALACU)
              END-IF
           ELSE
              ADD 1 TO CNT-DESBORDE
           END-IF.
       FIN-ACUMULAACCESO.
           EXIT.

       CIERRAUSUARIO SECTION.
       CUS.
           IF TOTALUSU = 0
              GO TO FIN-CIERRAUSUARIO
           END-IF.
           IF TOTALUSR < 2000
              ADD 1 TO TOTALUSR
              MOVE USUACTUAL TO US-USUARIO(TOTALUSR)
              MOVE TOTALUSU TO US-TOTAL(TOTALUSR)
              MOVE SINTOCARUSU TO US-SINTOCAR(TOTALUSR)
              COMPUTE US-PCT(TOTALUSR) =
                      SINTOCARUSU * 100 / TOTALUSU
           ELSE
              ADD 1 TO CNT-DESBORDE
           END-IF.
           MOVE 0 TO TOTALRU.
           PERFORM VARYING AA FROM 1 BY 1 UNTIL AA > TOTALACU
              MOVE 0 TO POSRU
              PERFORM VARYING QQ FROM 1 BY 1
                      UNTIL QQ > TOTALRU OR POSRU > 0
                 IF RU-ROLE(QQ) = AC-ROLE(AA)
                    MOVE QQ TO POSRU
                 END-IF
              END-PERFORM
              IF POSRU = 0 AND TOTALRU < 50
                 ADD 1 TO TOTALRU
                 MOVE AC-ROLE(AA) TO RU-ROLE(TOTALRU)
                 MOVE 0 TO RU-TOTAL(TOTALRU)
                 MOVE 0 TO RU-TOCADOS(TOTALRU)
                 MOVE TOTALRU TO POSRU
              END-IF
              IF POSRU > 0
                 ADD 1 TO RU-TOTAL(POSRU)
                 IF AC-TOCADO(AA) = 1
                    ADD 1 TO RU-TOCADOS(POSRU)
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING QQ FROM 1 BY 1 UNTIL QQ > TOTALRU
              PERFORM ACUMULAROLE
              COMPUTE PCTGRANT = (RU-TOTAL(QQ) - RU-TOCADOS(QQ))
                      * 100 / RU-TOTAL(QQ)
              IF PCTGRANT NOT < UMBRAL AND RU-TOCADOS(QQ) > 0 AND
                 RU-TOCADOS(QQ) < RU-TOTAL(QQ)
                 PERFORM BUSCASUGERENCIA
              END-IF
           END-PERFORM.
       FIN-CIERRAUSUARIO.
           EXIT.

       ACUMULAROLE SECTION.
       ARO.
           MOVE 0 TO POSRA.
           PERFORM VARYING RR FROM 1 BY 1
                   UNTIL RR > TOTALRA OR POSRA > 0
              IF RA-ROLE(RR) = RU-ROLE(QQ)
                 MOVE RR TO POSRA
              END-IF
           END-PERFORM.
           IF POSRA = 0
              IF TOTALRA < 300
                 ADD 1 TO TOTALRA
                 MOVE RU-ROLE(QQ) TO RA-ROLE(TOTALRA)
                 MOVE 0 TO RA-TOTAL(TOTALRA)
                 MOVE 0 TO RA-SINTOCAR(TOTALRA)
                 MOVE TOTALRA TO POSRA
              ELSE
                 ADD 1 TO CNT-DESBORDE
                 GO TO FIN-ACUMULAROLE
              END-IF
           END-IF.
           ADD RU-TOTAL(QQ) TO RA-TOTAL(POSRA).
           COMPUTE RA-SINTOCAR(POSRA) = RA-SINTOCAR(POSRA) +
                   RU-TOTAL(QQ) - RU-TOCADOS(QQ).
       FIN-ACUMULAROLE.
           EXIT.

       BUSCASUGERENCIA SECTION.
       BSU.
           IF TOTALSUG NOT < 500
              ADD 1 TO CNT-DESBORDE
              GO TO FIN-BUSCASUGERENCIA
           END-IF.
           MOVE 0 TO TOTALUSADO.
           PERFORM VARYING AA FROM 1 BY 1 UNTIL AA > TOTALACU
              IF AC-ROLE(AA) = RU-ROLE(QQ) AND AC-TOCADO(AA) = 1
                 AND TOTALUSADO < 100
                 ADD 1 TO TOTALUSADO
                 MOVE AC-NODO(AA) TO TABLA-USADO(TOTALUSADO)
              END-IF
           END-PERFORM.
           MOVE 0 TO TOTALCAND.
           MOVE TABLA-USADO(1) TO NODOACTUAL.
           MOVE 0 TO VUELTAS.
       SUBEUNO.
           ADD 1 TO VUELTAS.
           CALL "SRROLNODO" USING NODOACTUAL TABLA-ROL-L TOTALROL.
           PERFORM VARYING JJ FROM 1 BY 1 UNTIL JJ > TOTALROL
              MOVE 0 TO YAESTA
              IF TABLA-ROL(JJ) = RU-ROLE(QQ)
                 MOVE 1 TO YAESTA
              END-IF
              PERFORM VARYING CC FROM 1 BY 1
                      UNTIL CC > TOTALCAND OR YAESTA = 1
                 IF TABLA-CAND(CC) = TABLA-ROL(JJ)
                    MOVE 1 TO YAESTA
                 END-IF
              END-PERFORM
              IF YAESTA = 0 AND TOTALCAND < 50
                 ADD 1 TO TOTALCAND
                 MOVE TABLA-ROL(JJ) TO TABLA-CAND(TOTALCAND)
              END-IF
           END-PERFORM.
           IF VUELTAS < 64
              CALL "SRGETPADRE" USING NODOACTUAL PADRE
                   ENCONTRADOPADRE
              IF ENCONTRADOPADRE = 1 AND PADRE NOT = SPACES
                 MOVE PADRE TO NODOACTUAL
                 GO TO SUBEUNO
              END-IF
           END-IF.
           MOVE SPACES TO MEJORROLE.
           MOVE RU-TOTAL(QQ) TO MEJORNODOS.
           PERFORM VARYING CC FROM 1 BY 1 UNTIL CC > TOTALCAND
              PERFORM PRUEBACANDIDATO
           END-PERFORM.
           IF MEJORROLE = SPACES
              GO TO FIN-BUSCASUGERENCIA
           END-IF.
           ADD 1 TO TOTALSUG.
           MOVE USUACTUAL TO SG-USUARIO(TOTALSUG).
           MOVE RU-ROLE(QQ) TO SG-ROLE(TOTALSUG).
           MOVE MEJORROLE TO SG-SUGERIDO(TOTALSUG).
           MOVE RU-TOTAL(QQ) TO SG-NODOSVIEJO(TOTALSUG).
           MOVE MEJORNODOS TO SG-NODOSNUEVO(TOTALSUG).
           MOVE RU-TOCADOS(QQ) TO SG-USADOS(TOTALSUG).
       FIN-BUSCASUGERENCIA.
           EXIT.

       PRUEBACANDIDATO SECTION.
       PCA.
           CALL "SRCHKROBS" USING TABLA-CAND(CC) OBSOLETOCAND
                SUSTITUTOCAND OCASOCAND.
           IF OBSOLETOCAND = 1
              GO TO FIN-PRUEBACANDIDATO
           END-IF.
           CALL "SRNODOSGRANT" USING TABLA-CAND(CC) TABLA-GRANT-L
                TABLA-NIVEL-L TOTALGRANT.
           CALL "SRDESCIENDE" USING TABLA-GRANT-L TABLA-NIVEL-L
                TOTALGRANT TABLA-EFEC-L TABLA-EFNIV-L TOTALEFEC.
           IF TOTALEFEC = 0 OR TOTALEFEC NOT < MEJORNODOS
              GO TO FIN-PRUEBACANDIDATO
           END-IF.
           MOVE 1 TO CUBRE.
           PERFORM VARYING JJ FROM 1 BY 1
                   UNTIL JJ > TOTALUSADO OR CUBRE = 0
              MOVE 0 TO HALLADO
              PERFORM VARYING KK FROM 1 BY 1
                      UNTIL KK > TOTALEFEC OR HALLADO = 1
                 IF TABLA-EFEC(KK) = TABLA-USADO(JJ)
                    MOVE 1 TO HALLADO
                 END-IF
              END-PERFORM
              IF HALLADO = 0
                 MOVE 0 TO CUBRE
              END-IF
           END-PERFORM.
           IF CUBRE = 1
              MOVE TABLA-CAND(CC) TO MEJORROLE
              MOVE TOTALEFEC TO MEJORNODOS
           END-IF.
       FIN-PRUEBACANDIDATO.
           EXIT.

       INFORME SECTION.
       INF.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "AJUSTE AL MINIMO PRIVILEGIO, TRAFICO DESDE "
                  FECHACORTE " (" DIAS " DIAS), UMBRAL " UMBRAL
                  " POR CIENTO SIN TOCAR"
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "USUARIOS (NODOS CONCEDIDOS / SIN TOCAR / PCT):"
                TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           PERFORM VARYING PCTLISTA FROM 100 BY -1
                   UNTIL PCTLISTA < UMBRAL
              PERFORM VARYING UU FROM 1 BY 1 UNTIL UU > TOTALUSR
                 IF US-PCT(UU) = PCTLISTA
                    MOVE SPACES TO LINEASPOOL
                    STRING "  " US-USUARIO(UU)(1:40)
                           " " US-TOTAL(UU)
                           " / " US-SINTOCAR(UU)
                           " / " US-PCT(UU)
                           DELIMITED BY SIZE
                           INTO LINEASPOOL
                    END-STRING
                    PERFORM ESCUPELINEA
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING RR FROM 1 BY 1 UNTIL RR > TOTALRA
              COMPUTE RA-PCT(RR) = RA-SINTOCAR(RR) * 100 /
                      RA-TOTAL(RR)
           END-PERFORM.
           MOVE "ROLES (NODOS CONCEDIDOS / SIN TOCAR / PCT):"
                TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           PERFORM VARYING PCTLISTA FROM 100 BY -1
                   UNTIL PCTLISTA < UMBRAL
              PERFORM VARYING RR FROM 1 BY 1 UNTIL RR > TOTALRA
                 IF RA-PCT(RR) = PCTLISTA
                    MOVE SPACES TO LINEASPOOL
                    STRING "  " RA-ROLE(RR)(1:40)
                           " " RA-TOTAL(RR)
                           " / " RA-SINTOCAR(RR)
                           " / " RA-PCT(RR)
                           DELIMITED BY SIZE
                           INTO LINEASPOOL
                    END-STRING
                    PERFORM ESCUPELINEA
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE "ROLES MAS AJUSTADOS AL USO OBSERVADO:"
                TO LINEASPOOL.
           PERFORM ESCUPELINEA.
           PERFORM VARYING JJ FROM 1 BY 1 UNTIL JJ > TOTALSUG
              MOVE SPACES TO LINEASPOOL
              STRING "  " SG-USUARIO(JJ)(1:24)
                     " " SG-ROLE(JJ)(1:24)
                     " (" SG-NODOSVIEJO(JJ)
                     ") -> " SG-SUGERIDO(JJ)(1:24)
                     " (" SG-NODOSNUEVO(JJ)
                     ") USADOS " SG-USADOS(JJ)
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-PERFORM.
           MOVE SPACES TO LINEASPOOL.
           STRING "USUARIOS=" TOTALUSR
                  " ROLES=" TOTALRA
                  " SUGERENCIAS=" TOTALSUG
                  " FILAS FUERA DE TABLA=" CNT-DESBORDE
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-INFORME.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
