       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGCOMPORTA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      PAUTA DE COMPORTAMIENTO Y ALERTAS DE ANOMALIA:
                      LEE LOS REGISTROS "P" (PERMITIDA) Y "N"
                      (DENEGADA) DEL DIA QUE SRAUTORIZA DEJA EN LA
                      TRAZA FSGAUT Y MANTIENE POR USUARIO EN FSGPAUTA
                      UNA PAUTA MOVIL DE LOS ULTIMOS DIAS ACTIVOS
                      (CLAVE COMPVENTANA DE FSGCFG, 30 SI NO EXISTE):
                      NODOS ("N"), SERVICIOS ("S"), HORAS ("H"),
                      TERMINALES ("T") Y VOLUMEN ("V" DECISIONES Y
                      NODOS DISTINTOS AL DIA). LO QUE NO SE VE EN LA
                      VENTANA SE OLVIDA. CUANDO LA PAUTA DEL USUARIO YA
                      TIENE LOS DIAS DE LA CLAVE COMPMINDIAS (5 SI NO
                      EXISTE) SE COMPARA EL DIA CON ELLA Y SALTAN LAS
                      ALERTAS VOLUMEN Y NODOS (MAS DE COMPFACTOR VECES,
                      3 SI NO EXISTE, LA MEDIA Y POR ENCIMA DEL MAXIMO
                      CONOCIDO), VIGILADO (PRIMER ACCESO A UN NODO DE UN
                      SUBARBOL VIGILADO, SEVERIDAD "A"), TERMINAL
                      (TERMINAL NUEVO) Y HORA (HORA NUEVA). LA ALERTA
                      TANTEO (RACHA DE TANTEOUMBRAL DENEGACIONES
                      SEGUIDAS, 5 SI NO EXISTE, Y LUEGO UN ACCESO
                      PERMITIDO, SEVERIDAD "A") SALTA SIEMPRE. CADA
                      ALERTA PASA POR EL HISTORIAL FSGALERTA (SRALERTA)
                      Y, SI NO ESTA MARCADA COMO FALSO POSITIVO, SE
                      AVISA A SEGURIDAD POR SRAVISO Y SALE EN EL CARRETE
                      COMPORTA. UN USUARIO CUYA PAUTA YA INCLUYE EL DIA
                      NO SE VUELVE A CONTAR, ASI QUE REPETIR EL PASO NO
                      DUPLICA NADA. CON FECHA CERO SE ANALIZA EL DIA DE
                      HOY. LAS TABLAS DEL DIA ADMITEN 2000 USUARIOS Y
                      20000 PARES USUARIO-VALOR; LO QUE NO CABE SE
                      CUENTA COMO DESBORDE EN LOS TOTALES Y UN USUARIO
                      CON ALGUN PAR FUERA DE LA TABLA SE LISTA Y NO TOCA
                      SU PAUTA NI DA ALERTAS ESE DIA, PARA NO APRENDER
                      UNA PAUTA INCOMPLETA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WO-TRAZA-SEL".
           COPY "FSGPAUTA-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "WO-TRAZA-FD".
           COPY "FSGPAUTA-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBRETRAZA                 PIC X(256)
          VALUE "mnu/SG/FSGAUTTRZ".
       01 NOMBREFSGPAUTA              PIC X(256)
          VALUE "mnu/SG/FSGPAUTA".
       01 SIGUE                       PIC 9.
       01 SIGUEPAU                    PIC 9.
       01 FECHACORTE                  PIC 9(8).
       01 FECHAENTERO                 PIC 9(7).
       01 LIMITEFECHA                 PIC 9(8).
       01 VENTANA                     PIC 9(3).
       01 MINDIAS                     PIC 9(3).
       01 FACTOR                      PIC 9(3).
       01 TANTEOUMBRAL                PIC 9(3).
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 TABLA-CUSU-L.
          05 FILA-CUSU OCCURS 2000 TIMES.
             10 CU-USUARIO            PIC X(64).
             10 CU-DECIS              PIC 9(8).
             10 CU-DENEG              PIC 9(8).
             10 CU-NODOS              PIC 9(5).
             10 CU-RACHA              PIC 9(5).
             10 CU-TANTEO             PIC X(1).
             10 CU-TANTEORACHA        PIC 9(5).
             10 CU-TANTEONODO         PIC X(64).
             10 CU-HORAS              PIC X(24).
             10 CU-DESBORDE           PIC X(1).
       01 TOTALCUSU                   PIC 9(4).
       01 TABLA-CPAR-L.
          05 FILA-CPAR OCCURS 20000 TIMES.
             10 CP-USUARIO            PIC X(64).
             10 CP-TIPO               PIC X(1).
             10 CP-VALOR              PIC X(64).
             10 CP-CUENTA             PIC 9(8).
       01 TOTALCPAR                   PIC 9(5).
       01 POSUSU                      PIC 9(4).
       01 POSPAR                      PIC 9(5).
       01 NUEVOPAR                    PIC 9.
       01 II                          PIC 9(4).
       01 PP                          PIC 9(5).
       01 HH                          PIC 9(2).
       01 USUTRAZA                    PIC X(64).
       01 NODOTRAZA                   PIC X(64).
       01 TERMTRAZA                   PIC X(16).
       01 HORATRAZA                   PIC 9(2).
       01 SERVTRAZA                   PIC X(64).
       01 ENCONTRADOSRV               PIC 9.
       01 VIGILADO                    PIC 9.
       01 PARTIPO                     PIC X(1).
       01 PARVALOR                    PIC X(64).
       01 USUACT                      PIC X(64).
       01 PAUTATIPO                   PIC X(1).
       01 PAUTAVALOR                  PIC X(64).
       01 PAUTACUENTA                 PIC 9(8).
       01 EXISTEPAU                   PIC 9.
       01 MADURA                      PIC 9.
       01 MEDIA                       PIC 9(8).
       01 ACCIONALE                   PIC X(1) VALUE "R".
       01 TIPOALE                     PIC X(8).
       01 VALORALE                    PIC X(64).
       01 SEVERIDADALE                PIC X(1).
       01 DETALLEALE                  PIC X(64).
       01 HASTAALE                    PIC 9(8) VALUE 0.
       01 MOTIVOALE                   PIC X(40) VALUE SPACES.
       01 RESULTADOALE                PIC 9.
       01 DESTINOAVISO                PIC X(64) VALUE "SEGURIDAD".
       01 ORIGENAVISO                 PIC X(8) VALUE "COMPORTA".
       01 TEXTOAVISO                  PIC X(128).
       01 RESULTADOAVI                PIC 9.
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "COMPORTA".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).
       01 CNT-DECISIONES              PIC 9(8).
       01 CNT-YAHECHOS                PIC 9(8).
       01 CNT-SUPRIMIDAS              PIC 9(8).
       01 CNT-OLVIDADAS               PIC 9(8).
       01 CNT-DESBORDE                PIC 9(8).
       01 CNT-SINPAUTA                PIC 9(8).

       LINKAGE SECTION.
       01 FECHAIN                     PIC 9(8).
       01 CONTADOR                    PIC 9(8).

       PROCEDURE DIVISION USING FECHAIN CONTADOR.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADOR.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CNT-DECISIONES.
           MOVE 0 TO CNT-YAHECHOS.
           MOVE 0 TO CNT-SUPRIMIDAS.
           MOVE 0 TO CNT-OLVIDADAS.
           MOVE 0 TO CNT-DESBORDE.
           MOVE 0 TO CNT-SINPAUTA.
           MOVE 0 TO TOTALCUSU.
           MOVE 0 TO TOTALCPAR.
           IF FECHAIN = 0
              MOVE FUNCTION CURRENT-DATE(1:8) TO FECHACORTE
           ELSE
              MOVE FECHAIN TO FECHACORTE
           END-IF.
           MOVE 30 TO VENTANA.
           MOVE "COMPVENTANA" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO VENTANA
           END-IF.
           IF VENTANA = 0
              MOVE 30 TO VENTANA
           END-IF.
           MOVE 5 TO MINDIAS.
           MOVE "COMPMINDIAS" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO MINDIAS
           END-IF.
           MOVE 3 TO FACTOR.
           MOVE "COMPFACTOR" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO FACTOR
           END-IF.
           MOVE 5 TO TANTEOUMBRAL.
           MOVE "TANTEOUMBRAL" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:3) NUMERIC
              MOVE VALORCFG(1:3) TO TANTEOUMBRAL
           END-IF.
           COMPUTE FECHAENTERO = FUNCTION INTEGER-OF-DATE(FECHACORTE).
           COMPUTE LIMITEFECHA =
                   FUNCTION DATE-OF-INTEGER(FECHAENTERO - VENTANA).
       PROCESOS.
           OPEN INPUT FTRAZA.
           IF ERRORES NOT = "00"
              DISPLAY "ISGCOMPORTA NO HAY TRAZA DE AUTORIZACION"
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FTRAZA AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND
                 (TL-ABM = "P" OR TL-ABM = "N") AND
                 TL-FECHA = FECHACORTE
                 ADD 1 TO CNT-DECISIONES
                 PERFORM APUNTADECISION
              END-IF
           END-PERFORM.
           CLOSE FTRAZA.
           OPEN I-O FSGPAUTA.
           IF ERRORES = "35" OR (ERROR-1 = "9" AND ERROR-2N = 9)
              CALL "PRUMKDIR" USING NOMBREFSGPAUTA
              OPEN OUTPUT FSGPAUTA
              CLOSE FSGPAUTA
              OPEN I-O FSGPAUTA
           END-IF.
           IF ERROR-1 NOT = "0"
              DISPLAY "ISGCOMPORTA NO PUEDE ABRIR " NOMBREFSGPAUTA
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "ALERTAS DE COMPORTAMIENTO DEL " FECHACORTE
                  "  DECISIONES=" CNT-DECISIONES
                  "  USUARIOS=" TOTALCUSU
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > TOTALCUSU
              PERFORM TRATAUSUARIO
           END-PERFORM.
           CLOSE FSGPAUTA.
           MOVE SPACES TO LINEASPOOL.
           STRING "TOTALES: ALERTAS=" CONTADOR
                  " SUPRIMIDAS POR FALSO POSITIVO=" CNT-SUPRIMIDAS
                  " USUARIOS YA CONTADOS=" CNT-YAHECHOS
                  " PAUTAS OLVIDADAS=" CNT-OLVIDADAS
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE SPACES TO LINEASPOOL.
           STRING "         DESBORDES=" CNT-DESBORDE
                  " USUARIOS SIN PAUTA POR DESBORDE=" CNT-SINPAUTA
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       APUNTADECISION SECTION.
       APD.
           MOVE TL-REGISTRO(1:64) TO USUTRAZA.
           MOVE TL-REGISTRO(129:64) TO NODOTRAZA.
           MOVE TL-REGISTRO(241:16) TO TERMTRAZA.
           MOVE TL-HORA(1:2) TO HORATRAZA.
           MOVE 0 TO POSUSU.
           PERFORM VARYING II FROM 1 BY 1
                   UNTIL II > TOTALCUSU OR POSUSU > 0
              IF CU-USUARIO(II) = USUTRAZA
                 MOVE II TO POSUSU
              END-IF
           END-PERFORM.
           IF POSUSU = 0 AND TOTALCUSU < 2000
              ADD 1 TO TOTALCUSU
              MOVE TOTALCUSU TO POSUSU
              MOVE USUTRAZA TO CU-USUARIO(POSUSU)
              MOVE 0 TO CU-DECIS(POSUSU)
              MOVE 0 TO CU-DENEG(POSUSU)
              MOVE 0 TO CU-NODOS(POSUSU)
              MOVE 0 TO CU-RACHA(POSUSU)
              MOVE SPACE TO CU-TANTEO(POSUSU)
              MOVE 0 TO CU-TANTEORACHA(POSUSU)
              MOVE SPACES TO CU-TANTEONODO(POSUSU)
              MOVE SPACES TO CU-HORAS(POSUSU)
              MOVE SPACE TO CU-DESBORDE(POSUSU)
           END-IF.
           IF POSUSU = 0
              ADD 1 TO CNT-DESBORDE
              GO TO FIN-APUNTADECISION
           END-IF.
           ADD 1 TO CU-DECIS(POSUSU).
           IF HORATRAZA < 24
              MOVE "S" TO CU-HORAS(POSUSU)(HORATRAZA + 1:1)
           END-IF.
           IF TERMTRAZA NOT = SPACES AND TERMTRAZA NOT = LOW-VALUES
              MOVE "T" TO PARTIPO
              MOVE TERMTRAZA TO PARVALOR
              PERFORM APUNTAPAR
           END-IF.
           IF TL-ABM = "N"
              ADD 1 TO CU-DENEG(POSUSU)
              ADD 1 TO CU-RACHA(POSUSU)
              GO TO FIN-APUNTADECISION
           END-IF.
           IF CU-RACHA(POSUSU) NOT < TANTEOUMBRAL AND
              CU-TANTEO(POSUSU) = SPACE
              MOVE "S" TO CU-TANTEO(POSUSU)
              MOVE CU-RACHA(POSUSU) TO CU-TANTEORACHA(POSUSU)
              MOVE NODOTRAZA TO CU-TANTEONODO(POSUSU)
           END-IF.
           MOVE 0 TO CU-RACHA(POSUSU).
           MOVE "N" TO PARTIPO.
           MOVE NODOTRAZA TO PARVALOR.
           PERFORM APUNTAPAR.
           IF NUEVOPAR = 0
              GO TO FIN-APUNTADECISION
           END-IF.
           ADD 1 TO CU-NODOS(POSUSU).
           CALL "SRSERVNODO" USING NODOTRAZA SERVTRAZA ENCONTRADOSRV.
           IF ENCONTRADOSRV NOT = 0 AND SERVTRAZA NOT = SPACES
              MOVE "S" TO PARTIPO
              MOVE SERVTRAZA TO PARVALOR
              PERFORM APUNTAPAR
           END-IF.
       FIN-APUNTADECISION.
           EXIT.

       APUNTAPAR SECTION.
       APP.
           MOVE 0 TO NUEVOPAR.
           MOVE 0 TO POSPAR.
           PERFORM VARYING PP FROM 1 BY 1
                   UNTIL PP > TOTALCPAR OR POSPAR > 0
              IF CP-USUARIO(PP) = USUTRAZA AND
                 CP-TIPO(PP) = PARTIPO AND
                 CP-VALOR(PP) = PARVALOR
                 MOVE PP TO POSPAR
              END-IF
           END-PERFORM.
           IF POSPAR = 0 AND TOTALCPAR < 20000
              ADD 1 TO TOTALCPAR
              MOVE TOTALCPAR TO POSPAR
              MOVE USUTRAZA TO CP-USUARIO(POSPAR)
              MOVE PARTIPO TO CP-TIPO(POSPAR)
              MOVE PARVALOR TO CP-VALOR(POSPAR)
              MOVE 0 TO CP-CUENTA(POSPAR)
              MOVE 1 TO NUEVOPAR
           END-IF.
           IF POSPAR > 0
              ADD 1 TO CP-CUENTA(POSPAR)
           ELSE
              ADD 1 TO CNT-DESBORDE
              MOVE "S" TO CU-DESBORDE(POSUSU)
           END-IF.
       FIN-APUNTAPAR.
           EXIT.

       TRATAUSUARIO SECTION.
       TUS.
           MOVE CU-USUARIO(II) TO USUACT.
           IF CU-DESBORDE(II) = "S"
              ADD 1 TO CNT-SINPAUTA
              MOVE SPACES TO LINEASPOOL
              STRING "  USUARIO=" USUACT(1:32)
                     " NO CABE ENTERO EN LA TABLA DEL DIA:"
                     " SIN PAUTA NI ALERTAS HOY"
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              GO TO FIN-TRATAUSUARIO
           END-IF.
           MOVE "V" TO PAUTATIPO.
           MOVE "DECISIONES" TO PAUTAVALOR.
           PERFORM LEEPAUTA.
           IF EXISTEPAU = 1 AND ULTIMA-FECHA NOT < FECHACORTE
              ADD 1 TO CNT-YAHECHOS
              GO TO FIN-TRATAUSUARIO
           END-IF.
           MOVE 0 TO MADURA.
           IF EXISTEPAU = 1 AND DIAS-VISTO NOT < MINDIAS AND
              DIAS-VISTO > 0
              MOVE 1 TO MADURA
              COMPUTE MEDIA = CUENTA-PAUTA / DIAS-VISTO
              IF CU-DECIS(II) > MEDIA * FACTOR AND
                 CU-DECIS(II) > MAXIMO-DIA
                 MOVE "VOLUMEN" TO TIPOALE
                 MOVE "DECISIONES" TO VALORALE
                 MOVE "W" TO SEVERIDADALE
                 MOVE SPACES TO DETALLEALE
                 STRING "DECISIONES=" CU-DECIS(II)
                        " MEDIA=" MEDIA
                        " MAXIMO=" MAXIMO-DIA
                        DELIMITED BY SIZE
                        INTO DETALLEALE
                 END-STRING
                 PERFORM LANZAALERTA
              END-IF
           END-IF.
           MOVE CU-DECIS(II) TO PAUTACUENTA.
           PERFORM GRABAPAUTA.
           MOVE "V" TO PAUTATIPO.
           MOVE "NODOS" TO PAUTAVALOR.
           PERFORM LEEPAUTA.
           IF MADURA = 1 AND EXISTEPAU = 1 AND DIAS-VISTO > 0
              COMPUTE MEDIA = CUENTA-PAUTA / DIAS-VISTO
              IF CU-NODOS(II) > MEDIA * FACTOR AND
                 CU-NODOS(II) > MAXIMO-DIA
                 MOVE "NODOS" TO TIPOALE
                 MOVE "NODOS" TO VALORALE
                 MOVE "W" TO SEVERIDADALE
                 MOVE SPACES TO DETALLEALE
                 STRING "NODOS DISTINTOS=" CU-NODOS(II)
                        " MEDIA=" MEDIA
                        " MAXIMO=" MAXIMO-DIA
                        DELIMITED BY SIZE
                        INTO DETALLEALE
                 END-STRING
                 PERFORM LANZAALERTA
              END-IF
           END-IF.
           MOVE CU-NODOS(II) TO PAUTACUENTA.
           PERFORM GRABAPAUTA.
           PERFORM OLVIDAPAUTA.
           PERFORM VARYING PP FROM 1 BY 1 UNTIL PP > TOTALCPAR
              IF CP-USUARIO(PP) = USUACT
                 PERFORM TRATAPAR
              END-IF
           END-PERFORM.
           PERFORM VARYING HH FROM 0 BY 1 UNTIL HH > 23
              IF CU-HORAS(II)(HH + 1:1) = "S"
                 PERFORM TRATAHORA
              END-IF
           END-PERFORM.
           IF CU-TANTEO(II) = "S"
              MOVE "TANTEO" TO TIPOALE
              MOVE CU-TANTEONODO(II) TO VALORALE
              MOVE "A" TO SEVERIDADALE
              MOVE SPACES TO DETALLEALE
              STRING CU-TANTEORACHA(II)
                     " DENEGACIONES SEGUIDAS Y LUEGO PERMITIDA"
                     DELIMITED BY SIZE
                     INTO DETALLEALE
              END-STRING
              PERFORM LANZAALERTA
           END-IF.
       FIN-TRATAUSUARIO.
           EXIT.

       TRATAPAR SECTION.
       TPA.
           MOVE CP-TIPO(PP) TO PAUTATIPO.
           MOVE CP-VALOR(PP) TO PAUTAVALOR.
           PERFORM LEEPAUTA.
           IF EXISTEPAU = 0 AND MADURA = 1 AND PAUTATIPO = "N"
              CALL "SRCHKVIG" USING PAUTAVALOR VIGILADO
              IF VIGILADO = 1
                 MOVE "VIGILADO" TO TIPOALE
                 MOVE PAUTAVALOR TO VALORALE
                 MOVE "A" TO SEVERIDADALE
                 MOVE SPACES TO DETALLEALE
                 STRING "PRIMER ACCESO A UN SUBARBOL VIGILADO, VECES="
                        CP-CUENTA(PP)
                        DELIMITED BY SIZE
                        INTO DETALLEALE
                 END-STRING
                 PERFORM LANZAALERTA
              END-IF
           END-IF.
           IF EXISTEPAU = 0 AND MADURA = 1 AND PAUTATIPO = "T"
              MOVE "TERMINAL" TO TIPOALE
              MOVE PAUTAVALOR TO VALORALE
              MOVE "W" TO SEVERIDADALE
              MOVE SPACES TO DETALLEALE
              STRING "TERMINAL NUEVO, DECISIONES=" CP-CUENTA(PP)
                     DELIMITED BY SIZE
                     INTO DETALLEALE
              END-STRING
              PERFORM LANZAALERTA
           END-IF.
           MOVE CP-CUENTA(PP) TO PAUTACUENTA.
           PERFORM GRABAPAUTA.
       FIN-TRATAPAR.
           EXIT.

       TRATAHORA SECTION.
       THO.
           MOVE "H" TO PAUTATIPO.
           MOVE SPACES TO PAUTAVALOR.
           MOVE HH TO PAUTAVALOR(1:2).
           PERFORM LEEPAUTA.
           IF EXISTEPAU = 0 AND MADURA = 1
              MOVE "HORA" TO TIPOALE
              MOVE PAUTAVALOR TO VALORALE
              MOVE "W" TO SEVERIDADALE
              MOVE SPACES TO DETALLEALE
              STRING "ACTIVIDAD A UNA HORA NUEVA: " HH "H"
                     DELIMITED BY SIZE
                     INTO DETALLEALE
              END-STRING
              PERFORM LANZAALERTA
           END-IF.
           MOVE 1 TO PAUTACUENTA.
           PERFORM GRABAPAUTA.
       FIN-TRATAHORA.
           EXIT.

       LEEPAUTA SECTION.
       LPA.
           MOVE 1 TO EXISTEPAU.
           MOVE USUACT TO CLA-USUARIO.
           MOVE PAUTATIPO TO CLA-TIPO.
           MOVE PAUTAVALOR TO CLA-VALOR.
           READ FSGPAUTA INVALID KEY
                MOVE 0 TO EXISTEPAU
           END-READ.
       FIN-LEEPAUTA.
           EXIT.

       GRABAPAUTA SECTION.
       GPA.
           IF EXISTEPAU = 1
              GO TO ACUMULA
           END-IF.
           INITIALIZE RSGPAUTA.
           MOVE USUACT TO CLA-USUARIO.
           MOVE PAUTATIPO TO CLA-TIPO.
           MOVE PAUTAVALOR TO CLA-VALOR.
           MOVE FECHACORTE TO PRIMERA-FECHA.
           MOVE FECHACORTE TO ULTIMA-FECHA.
           MOVE 1 TO DIAS-VISTO.
           MOVE PAUTACUENTA TO CUENTA-PAUTA.
           MOVE PAUTACUENTA TO MAXIMO-DIA.
           WRITE RSGPAUTA INVALID KEY
                 CONTINUE
           END-WRITE.
           GO TO FIN-GRABAPAUTA.
       ACUMULA.
           IF ULTIMA-FECHA NOT < FECHACORTE
              GO TO FIN-GRABAPAUTA
           END-IF.
           IF DIAS-VISTO NOT < VENTANA AND DIAS-VISTO > 0
              COMPUTE MEDIA = CUENTA-PAUTA / DIAS-VISTO
              SUBTRACT MEDIA FROM CUENTA-PAUTA
              SUBTRACT 1 FROM DIAS-VISTO
           END-IF.
           ADD 1 TO DIAS-VISTO.
           ADD PAUTACUENTA TO CUENTA-PAUTA.
           IF PAUTACUENTA > MAXIMO-DIA
              MOVE PAUTACUENTA TO MAXIMO-DIA
           END-IF.
           MOVE FECHACORTE TO ULTIMA-FECHA.
           REWRITE RSGPAUTA INVALID KEY
                   CONTINUE
           END-REWRITE.
       FIN-GRABAPAUTA.
           EXIT.

       OLVIDAPAUTA SECTION.
       OLV.
           MOVE USUACT TO CLA-USUARIO.
           MOVE LOW-VALUES TO CLA-TIPO.
           MOVE LOW-VALUES TO CLA-VALOR.
           MOVE 1 TO SIGUEPAU.
           START FSGPAUTA KEY NOT < CLA INVALID KEY
                 MOVE 0 TO SIGUEPAU
           END-START.
           PERFORM UNTIL SIGUEPAU = 0
              READ FSGPAUTA NEXT RECORD AT END
                   MOVE 0 TO SIGUEPAU
              END-READ
              IF SIGUEPAU = 1 AND CLA-USUARIO NOT = USUACT
                 MOVE 0 TO SIGUEPAU
              END-IF
              IF SIGUEPAU = 1 AND CLA-TIPO NOT = "V" AND
                 ULTIMA-FECHA < LIMITEFECHA
                 DELETE FSGPAUTA RECORD INVALID KEY
                        CONTINUE
                 END-DELETE
                 ADD 1 TO CNT-OLVIDADAS
              END-IF
           END-PERFORM.
       FIN-OLVIDAPAUTA.
           EXIT.

       LANZAALERTA SECTION.
       LAL.
           CALL "SRALERTA" USING ACCIONALE USUACT TIPOALE VALORALE
                SEVERIDADALE DETALLEALE HASTAALE MOTIVOALE
                RESULTADOALE.
           MOVE SPACES TO LINEASPOOL.
           STRING SEVERIDADALE " " TIPOALE
                  " USUARIO=" USUACT(1:32)
                  " VALOR=" VALORALE(1:24)
                  " " DETALLEALE(1:56)
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           IF RESULTADOALE = 1
              ADD 1 TO CNT-SUPRIMIDAS
              MOVE "  SUPRIMIDA: MARCADA COMO FALSO POSITIVO"
                   TO LINEASPOOL
              PERFORM ESCUPELINEA
              GO TO FIN-LANZAALERTA
           END-IF.
           ADD 1 TO CONTADOR.
           MOVE SPACES TO TEXTOAVISO.
           STRING "ANOMALIA " TIPOALE
                  " DE " USUACT(1:24)
                  " EN " VALORALE(1:24)
                  ": " DETALLEALE(1:56)
                  DELIMITED BY SIZE
                  INTO TEXTOAVISO
           END-STRING.
           CALL "SRAVISO" USING DESTINOAVISO ORIGENAVISO SEVERIDADALE
                TEXTOAVISO RESULTADOAVI.
       FIN-LANZAALERTA.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
