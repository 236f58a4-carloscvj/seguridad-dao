       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGREVLOTE.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DESHACE ENTERA UNA EJECUCION DE LOTE DADO SU
                      IDENTIFICADOR (EL QUE SRLOTE APUNTA EN
                      mnu/SG/LOTEREG Y SRUTRAZA ESTAMPA EN CADA
                      REGISTRO DE TRAZA). LA EJECUCION TIENE QUE
                      CONSTAR, HABER TERMINADO Y NO ESTAR YA DESHECHA.
                      RECORRE LA TRAZA DE CADA MAESTRO QUE ESCRIBEN LOS
                      LOTES (FSGUSU, FSGROLE, FSGNODO, FSGSER, FSGRDES,
                      FSGRC, FSGNR, FSGATR, FSGCRED, FSGDUENO, FSGGUARD
                      Y FSGUR), JUNTA LOS CAMBIOS DE ESA EJECUCION Y,
                      PARA CADA MODIFICACION, LA IMAGEN ANTERIOR DEL
                      REGISTRO (LA ENTRADA PREVIA DE LA MISMA CLAVE,
                      COMO HACE EL UNDO DE SSGUR). SI ALGUNO DE ESOS
                      REGISTROS LO HA CAMBIADO DESPUES OTRA EJECUCION U
                      OTRO USUARIO EN LINEA, LOS LISTA TODOS Y NO
                      DESHACE NADA (RC 8). SI NO, ABRE SU PROPIA
                      EJECUCION Y DESHACE LOS CAMBIOS DEL MAS NUEVO AL
                      MAS VIEJO (A IGUALDAD DE HORA, LOS HIJOS COMO
                      FSGUR ANTES QUE LOS PADRES COMO FSGUSU): UN ALTA
                      SE BORRA, UNA BAJA SE VUELVE A DAR DE ALTA Y UNA
                      MODIFICACION RECUPERA LA IMAGEN ANTERIOR, TODO POR
                      LOS APLICADORES SRAPLXXX, QUE DEJAN SU PROPIA
                      TRAZA CON EL IDENTIFICADOR DE ESTA EJECUCION. LAS
                      CREDENCIALES SOLO SE PUEDEN DESHACER SI FUERON
                      ALTAS (LA TRAZA NO LLEVA LA HUELLA) Y UNA
                      MODIFICACION SIN IMAGEN ANTERIOR EN LA TRAZA VIVA
                      QUEDA PARA REVISAR A MANO (RC 4). EN VEDA DE
                      CAMBIOS LA MARCHA ATRAS SIGUE ADELANTE COMO
                      CORRECCION, PERO QUEDA APUNTADA COMO EXCEPCION
                      (SRCHKVEDA). LOS TICKETS Y LAS JUSTIFICACIONES NO
                      SE TOCAN: SON CONSTANCIA DE LO QUE SE PIDIO. AL
                      TERMINAR APUNTA EN LOTEREG QUE LA EJECUCION QUEDA
                      DESHECHA. SALE POR CONSOLA Y POR EL CARRETE DE
                      INFORMES (REVLOTE).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WO-LOTEREG-SEL".
           COPY "WO-TRAZA-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "WO-LOTEREG-FD".
           COPY "WO-TRAZA-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 NOMBRELOTEREG               PIC X(256)
          VALUE "mnu/SG/LOTEREG".
       01 NOMBRETRAZA                 PIC X(256).
       01 SIGUE                       PIC 9.
       01 LOTEVISTO                   PIC 9.
       01 LOTETERMINADO               PIC 9.
       01 LOTEDESHECHO                PIC 9.
       01 PROGRAMAORIG                PIC X(12).
       01 TABLA-MAE-L.
          05 FILA-MAE OCCURS 12 TIMES.
             10 MAE-NOMBRE            PIC X(8).
             10 MAE-APLICADOR         PIC X(12).
             10 MAE-LCLAVE            PIC 9(3).
             10 MAE-DESDE             PIC 9(4).
             10 MAE-HASTA             PIC 9(4).
       01 TOTALMAE                    PIC 9(2).
       01 MM                          PIC 9(2).
       01 TABLA-CAM-L.
          05 FILA-CAM OCCURS 2000 TIMES.
             10 CA-CLAVEORDEN         PIC X(25).
             10 CA-MAESTRO            PIC 9(2).
             10 CA-ORDEN              PIC 9(9).
             10 CA-ABM                PIC X.
             10 CA-IMAGEN             PIC X(256).
             10 CA-ANTES              PIC X(256).
             10 CA-TIENEANTES         PIC 9.
             10 CA-CONFLICTO          PIC 9.
             10 CA-QUIEN              PIC X(15).
             10 CA-CUANDO             PIC X(14).
             10 CA-HECHO              PIC 9.
       01 TOTALCAMBIOS                PIC 9(4).
       01 DESBORDE                    PIC 9.
       01 KK                          PIC 9(4).
       01 SIGUIENTE                   PIC 9(4).
       01 MAYOR                       PIC X(25).
       01 ORDEN                       PIC 9(9).
       01 LCLAVE                      PIC 9(3).
       01 ABMREV                      PIC X.
       01 REGREV                      PIC X(256).
       01 RESULTADOAPL                PIC 9.
       01 MOTIVOMANUAL                PIC X(40).
       01 CNT-CONFLICTOS              PIC 9(8).
       01 CNT-DESHECHOS               PIC 9(8).
       01 CNT-MANUALES                PIC 9(8).
       01 CNT-FALLOS                  PIC 9(8).
       01 ACCIONLOTE                  PIC X.
       01 PROGRAMALOTE                PIC X(12) VALUE "ISGREVLOTE".
       01 EJECUCIONLOTE               PIC X(16).
       01 ACCIONVEDA                  PIC X.
       01 SERVIDORVEDA                PIC X(8).
       01 OPERVEDA                    PIC X(8) VALUE "REVLOTE".
       01 DETALLEVEDA                 PIC X(128).
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).
       01 ACCIONINF                   PIC X.
       01 NOMBREINF                   PIC X(12) VALUE "REVLOTE".
       01 LINEASPOOL                  PIC X(132).
       01 CONTADORLIN                 PIC 9(8).

       LINKAGE SECTION.
       01 EJECUCIONIN                 PIC X(16).
       01 CONTADORREV                 PIC 9(8).
       01 RESULTADORC                 PIC 9(4).

       PROCEDURE DIVISION USING EJECUCIONIN CONTADORREV RESULTADORC.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADORREV.
           MOVE 0 TO RESULTADORC.
           MOVE 0 TO CONTADORLIN.
           MOVE 0 TO CNT-CONFLICTOS.
           MOVE 0 TO CNT-DESHECHOS.
           MOVE 0 TO CNT-MANUALES.
           MOVE 0 TO CNT-FALLOS.
           MOVE 0 TO TOTALCAMBIOS.
           MOVE 0 TO DESBORDE.
       PROCESOS.
           IF EJECUCIONIN = SPACES OR LOW-VALUES
              DISPLAY "ISGREVLOTE FALTA EL IDENTIFICADOR DE EJECUCION"
                      UPON SYSOUT
              MOVE 8 TO RESULTADORC
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM CARGAMAESTROS.
           PERFORM MIRALOTE.
           IF LOTEVISTO = 0
              DISPLAY "ISGREVLOTE LA EJECUCION " EJECUCIONIN
                      " NO CONSTA EN " NOMBRELOTEREG UPON SYSOUT
              MOVE 8 TO RESULTADORC
              GO TO FIN-PROCESOS
           END-IF.
           IF LOTETERMINADO = 0
              DISPLAY "ISGREVLOTE LA EJECUCION " EJECUCIONIN
                      " NO HA TERMINADO" UPON SYSOUT
              MOVE 8 TO RESULTADORC
              GO TO FIN-PROCESOS
           END-IF.
           IF LOTEDESHECHO = 1
              DISPLAY "ISGREVLOTE LA EJECUCION " EJECUCIONIN
                      " YA FUE DESHECHA" UPON SYSOUT
              MOVE 8 TO RESULTADORC
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "A" TO ACCIONINF.
           MOVE SPACES TO LINEASPOOL.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE SPACES TO LINEASPOOL.
           STRING "MARCHA ATRAS DE LA EJECUCION " EJECUCIONIN
                  " DE " PROGRAMAORIG ":"
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           PERFORM VARYING MM FROM 1 BY 1 UNTIL MM > TOTALMAE
              PERFORM RECOGEMAESTRO
           END-PERFORM.
           IF DESBORDE = 1
              MOVE "DEMASIADOS CAMBIOS EN LA EJECUCION (MAS DE 2000)"
                   TO LINEASPOOL
              PERFORM ESCUPELINEA
              MOVE 8 TO RESULTADORC
              GO TO CIERRA-INFORME
           END-IF.
           IF TOTALCAMBIOS = 0
              MOVE "LA EJECUCION NO DEJO CAMBIOS EN LOS MAESTROS"
                   TO LINEASPOOL
              PERFORM ESCUPELINEA
              MOVE 4 TO RESULTADORC
              GO TO CIERRA-INFORME
           END-IF.
           PERFORM LISTACONFLICTOS.
           IF CNT-CONFLICTOS > 0
              MOVE SPACES TO LINEASPOOL
              STRING "NO SE DESHACE NADA: " CNT-CONFLICTOS
                     " REGISTROS CAMBIADOS DESPUES POR OTROS"
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              MOVE 8 TO RESULTADORC
              GO TO CIERRA-INFORME
           END-IF.
           MOVE "I" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           PERFORM VARYING MM FROM 1 BY 1 UNTIL MM > TOTALMAE
              IF MAE-HASTA(MM) NOT < MAE-DESDE(MM)
                 PERFORM MIRAVEDA
              END-IF
           END-PERFORM.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              PERFORM BUSCASIGUIENTE
              IF SIGUIENTE = 0
                 MOVE 0 TO SIGUE
              ELSE
                 PERFORM DESHACEUNO
              END-IF
           END-PERFORM.
           MOVE "D" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE EJECUCIONIN.
           MOVE "F" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           MOVE SPACES TO LINEASPOOL.
           STRING "TOTALES: CAMBIOS=" TOTALCAMBIOS
                  " DESHECHOS=" CNT-DESHECHOS
                  " A MANO=" CNT-MANUALES
                  " FALLOS=" CNT-FALLOS
                  " EJECUCION DE LA MARCHA ATRAS=" EJECUCIONLOTE
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           IF CNT-MANUALES > 0 OR CNT-FALLOS > 0
              MOVE 4 TO RESULTADORC
           END-IF.
       CIERRA-INFORME.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           MOVE CNT-DESHECHOS TO CONTADORREV.
       FIN-PROCESOS.
           MOVE RESULTADORC TO RETURN-CODE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       CARGAMAESTROS SECTION.
       CMA.
           MOVE 12 TO TOTALMAE.
           MOVE "FSGUSU" TO MAE-NOMBRE(1).
           MOVE 64 TO MAE-LCLAVE(1).
           MOVE "FSGROLE" TO MAE-NOMBRE(2).
           MOVE 64 TO MAE-LCLAVE(2).
           MOVE "FSGNODO" TO MAE-NOMBRE(3).
           MOVE 64 TO MAE-LCLAVE(3).
           MOVE "FSGSER" TO MAE-NOMBRE(4).
           MOVE 64 TO MAE-LCLAVE(4).
           MOVE "FSGRDES" TO MAE-NOMBRE(5).
           MOVE 72 TO MAE-LCLAVE(5).
           MOVE "FSGRC" TO MAE-NOMBRE(6).
           MOVE 128 TO MAE-LCLAVE(6).
           MOVE "FSGNR" TO MAE-NOMBRE(7).
           MOVE 128 TO MAE-LCLAVE(7).
           MOVE "FSGATR" TO MAE-NOMBRE(8).
           MOVE 64 TO MAE-LCLAVE(8).
           MOVE "FSGCRED" TO MAE-NOMBRE(9).
           MOVE 64 TO MAE-LCLAVE(9).
           MOVE "FSGDUENO" TO MAE-NOMBRE(10).
           MOVE 72 TO MAE-LCLAVE(10).
           MOVE "FSGGUARD" TO MAE-NOMBRE(11).
           MOVE 80 TO MAE-LCLAVE(11).
           MOVE "FSGUR" TO MAE-NOMBRE(12).
           MOVE 128 TO MAE-LCLAVE(12).
           PERFORM VARYING MM FROM 1 BY 1 UNTIL MM > TOTALMAE
              MOVE SPACES TO MAE-APLICADOR(MM)
              STRING "SRAPL" MAE-NOMBRE(MM)(4:5)
                     DELIMITED BY " "
                     INTO MAE-APLICADOR(MM)
              END-STRING
              MOVE 1 TO MAE-DESDE(MM)
              MOVE 0 TO MAE-HASTA(MM)
           END-PERFORM.
       FIN-CARGAMAESTROS.
           EXIT.

       MIRALOTE SECTION.
       MLO.
           MOVE 0 TO LOTEVISTO.
           MOVE 0 TO LOTETERMINADO.
           MOVE 0 TO LOTEDESHECHO.
           MOVE SPACES TO PROGRAMAORIG.
           OPEN INPUT FLOTEREG.
           IF ERRORES NOT = "00"
              GO TO FIN-MIRALOTE
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FLOTEREG AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 IF LR-EJECUCION = EJECUCIONIN AND LR-ESTADO = "I"
                    MOVE 1 TO LOTEVISTO
                    MOVE LR-PROGRAMA TO PROGRAMAORIG
                 END-IF
                 IF LR-EJECUCION = EJECUCIONIN AND LR-ESTADO = "F"
                    MOVE 1 TO LOTETERMINADO
                 END-IF
                 IF LR-REFERENCIA = EJECUCIONIN AND LR-ESTADO = "D"
                    MOVE 1 TO LOTEDESHECHO
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FLOTEREG.
       FIN-MIRALOTE.
           EXIT.

       RECOGEMAESTRO SECTION.
       RMA.
           COMPUTE MAE-DESDE(MM) = TOTALCAMBIOS + 1.
           MOVE TOTALCAMBIOS TO MAE-HASTA(MM).
           MOVE SPACES TO NOMBRETRAZA.
           STRING "mnu/SG/" MAE-NOMBRE(MM) "TRZ"
                  DELIMITED BY " "
                  INTO NOMBRETRAZA
           END-STRING.
           OPEN INPUT FTRAZA.
           IF ERRORES NOT = "00"
              GO TO FIN-RECOGEMAESTRO
           END-IF.
           MOVE 0 TO ORDEN.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FTRAZA AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 ADD 1 TO ORDEN
                 IF TL-EJECUCION = EJECUCIONIN AND
                    (TL-ABM = "A" OR "B" OR "M" OR "E")
                    PERFORM APUNTACAMBIO
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FTRAZA.
           MOVE TOTALCAMBIOS TO MAE-HASTA(MM).
           IF MAE-HASTA(MM) NOT < MAE-DESDE(MM)
              PERFORM CRUZAMAESTRO
           END-IF.
       FIN-RECOGEMAESTRO.
           EXIT.

       APUNTACAMBIO SECTION.
       ACA.
           IF TOTALCAMBIOS NOT < 2000
              MOVE 1 TO DESBORDE
              GO TO FIN-APUNTACAMBIO
           END-IF.
           ADD 1 TO TOTALCAMBIOS.
           MOVE TOTALCAMBIOS TO KK.
           MOVE SPACES TO CA-CLAVEORDEN(KK).
           STRING TL-FECHA TL-HORA MM ORDEN
                  DELIMITED BY SIZE
                  INTO CA-CLAVEORDEN(KK)
           END-STRING.
           MOVE MM TO CA-MAESTRO(KK).
           MOVE ORDEN TO CA-ORDEN(KK).
           MOVE TL-ABM TO CA-ABM(KK).
           MOVE TL-REGISTRO TO CA-IMAGEN(KK).
           MOVE SPACES TO CA-ANTES(KK).
           MOVE 0 TO CA-TIENEANTES(KK).
           MOVE 0 TO CA-CONFLICTO(KK).
           MOVE SPACES TO CA-QUIEN(KK).
           MOVE SPACES TO CA-CUANDO(KK).
           MOVE 0 TO CA-HECHO(KK).
       FIN-APUNTACAMBIO.
           EXIT.

       CRUZAMAESTRO SECTION.
       CRU.
           MOVE MAE-LCLAVE(MM) TO LCLAVE.
           OPEN INPUT FTRAZA.
           IF ERRORES NOT = "00"
              GO TO FIN-CRUZAMAESTRO
           END-IF.
           MOVE 0 TO ORDEN.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FTRAZA AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1
                 ADD 1 TO ORDEN
                 IF TL-ABM = "A" OR "B" OR "M" OR "E"
                    PERFORM VARYING KK FROM MAE-DESDE(MM) BY 1
                            UNTIL KK > MAE-HASTA(MM)
                       IF TL-REGISTRO(1:LCLAVE) =
                          CA-IMAGEN(KK)(1:LCLAVE)
                          PERFORM MIRACRUCE
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FTRAZA.
       FIN-CRUZAMAESTRO.
           EXIT.

       MIRACRUCE SECTION.
       MCR.
           IF ORDEN < CA-ORDEN(KK)
              IF TL-ABM = "B"
                 MOVE SPACES TO CA-ANTES(KK)
                 MOVE 0 TO CA-TIENEANTES(KK)
              ELSE
                 MOVE TL-REGISTRO TO CA-ANTES(KK)
                 MOVE 1 TO CA-TIENEANTES(KK)
              END-IF
           END-IF.
           IF ORDEN > CA-ORDEN(KK) AND
              TL-EJECUCION NOT = EJECUCIONIN AND
              CA-CONFLICTO(KK) = 0
              MOVE 1 TO CA-CONFLICTO(KK)
              MOVE TL-USUARIO TO CA-QUIEN(KK)
              MOVE SPACES TO CA-CUANDO(KK)
              STRING TL-FECHA TL-HORA
                     DELIMITED BY SIZE
                     INTO CA-CUANDO(KK)
              END-STRING
           END-IF.
       FIN-MIRACRUCE.
           EXIT.

       LISTACONFLICTOS SECTION.
       LCO.
           PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > TOTALCAMBIOS
              IF CA-CONFLICTO(KK) = 1
                 ADD 1 TO CNT-CONFLICTOS
                 MOVE CA-MAESTRO(KK) TO MM
                 MOVE SPACES TO LINEASPOOL
                 STRING "  CONFLICTO " MAE-NOMBRE(MM)
                        " " CA-IMAGEN(KK)(1:64)
                        " CAMBIADO POR " CA-QUIEN(KK)
                        " EL " CA-CUANDO(KK)
                        DELIMITED BY SIZE
                        INTO LINEASPOOL
                 END-STRING
                 PERFORM ESCUPELINEA
              END-IF
           END-PERFORM.
       FIN-LISTACONFLICTOS.
           EXIT.

       MIRAVEDA SECTION.
       MVE.
           MOVE "E" TO ACCIONVEDA.
           MOVE MAE-NOMBRE(MM) TO SERVIDORVEDA.
           MOVE SPACES TO DETALLEVEDA.
           MOVE EJECUCIONIN TO DETALLEVEDA.
           CALL "SRCHKVEDA" USING ACCIONVEDA SERVIDORVEDA OPERVEDA
                DETALLEVEDA VEDADO DESVEDA.
           IF VEDADO = 1
              MOVE SPACES TO LINEASPOOL
              STRING "  " MAE-NOMBRE(MM) " EN VEDA (" DESVEDA
                     "): LA MARCHA ATRAS QUEDA COMO EXCEPCION"
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
           END-IF.
       FIN-MIRAVEDA.
           EXIT.

       BUSCASIGUIENTE SECTION.
       BSI.
           MOVE 0 TO SIGUIENTE.
           MOVE LOW-VALUES TO MAYOR.
           PERFORM VARYING KK FROM 1 BY 1 UNTIL KK > TOTALCAMBIOS
              IF CA-HECHO(KK) = 0 AND CA-CLAVEORDEN(KK) > MAYOR
                 MOVE CA-CLAVEORDEN(KK) TO MAYOR
                 MOVE KK TO SIGUIENTE
              END-IF
           END-PERFORM.
       FIN-BUSCASIGUIENTE.
           EXIT.

       DESHACEUNO SECTION.
       DUN.
           MOVE SIGUIENTE TO KK.
           MOVE 1 TO CA-HECHO(KK).
           MOVE CA-MAESTRO(KK) TO MM.
           MOVE SPACES TO MOTIVOMANUAL.
           MOVE CA-IMAGEN(KK) TO REGREV.
           EVALUATE CA-ABM(KK)
              WHEN "A"
              WHEN "E"
                 MOVE "B" TO ABMREV
              WHEN "B"
                 MOVE "A" TO ABMREV
                 IF MAE-NOMBRE(MM) = "FSGCRED"
                    MOVE "BAJA DE CREDENCIAL" TO MOTIVOMANUAL
                 END-IF
              WHEN "M"
                 MOVE "M" TO ABMREV
                 MOVE CA-ANTES(KK) TO REGREV
                 IF CA-TIENEANTES(KK) = 0
                    MOVE "SIN IMAGEN ANTERIOR EN LA TRAZA"
                         TO MOTIVOMANUAL
                 END-IF
                 IF MAE-NOMBRE(MM) = "FSGCRED"
                    MOVE "MODIFICACION DE CREDENCIAL"
                         TO MOTIVOMANUAL
                 END-IF
           END-EVALUATE.
           IF MOTIVOMANUAL NOT = SPACES
              ADD 1 TO CNT-MANUALES
              MOVE SPACES TO LINEASPOOL
              STRING "  A MANO " MAE-NOMBRE(MM) " " CA-ABM(KK)
                     " " CA-IMAGEN(KK)(1:64) " " MOTIVOMANUAL
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              GO TO FIN-DESHACEUNO
           END-IF.
           CALL MAE-APLICADOR(MM) USING ABMREV REGREV RESULTADOAPL
                ON EXCEPTION
                   MOVE 2 TO RESULTADOAPL
           END-CALL.
           MOVE SPACES TO LINEASPOOL.
           IF RESULTADOAPL = 0
              ADD 1 TO CNT-DESHECHOS
              STRING "  DESHECHO " MAE-NOMBRE(MM) " " CA-ABM(KK)
                     ">" ABMREV " " CA-IMAGEN(KK)(1:64)
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
           ELSE
              ADD 1 TO CNT-FALLOS
              STRING "  FALLO " MAE-NOMBRE(MM) " " CA-ABM(KK)
                     ">" ABMREV " " CA-IMAGEN(KK)(1:64)
                     " RESULTADO=" RESULTADOAPL
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
           END-IF.
           PERFORM ESCUPELINEA.
       FIN-DESHACEUNO.
           EXIT.

       ESCUPELINEA SECTION.
       ESL.
           DISPLAY LINEASPOOL UPON SYSOUT.
           MOVE "L" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
           ADD 1 TO CONTADORLIN.
       FIN-ESCUPELINEA.
           EXIT.
