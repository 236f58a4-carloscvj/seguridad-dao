                      DE ESTA NOCHE Y SRCHKHOR PARA QUE UN ROLE
                      RESTRINGIDO A DIAS LABORABLES RESPETE LOS
                      FESTIVOS (VIA SRCHKCAL).
                      EL TIPO "V" DECLARA UN PERIODO DE VEDA DE
                      CAMBIOS (CIERRE DEL EJERCICIO, TRABAJO DE
                      CAMPO DE AUDITORIA) DESDE LA FECHA DE LA FILA
                      HASTA VEDA-HASTA (0 ES SOLO ESE DIA), PARA LA
                      ENTIDAD DE LA FILA (EN BLANCO TODAS) Y PARA EL
                      MAESTRO VEDA-FICHERO (EN BLANCO TODOS); LO
                      APLICA SRCHKVEDA. ESTE MAESTRO NUNCA QUEDA
                      VEDADO, PARA PODER CERRAR UNA VEDA. LA REESCRITURA
                      (REW) COMPRUEBA QUE MODFECHA Y MODHORA DEL CLIENTE
                      SIGUEN SIENDO LAS DEL REGISTRO GUARDADO
                      (SRCHKSELLO); SI OTRO LO HA CAMBIADO SE RECHAZA
                      CON ESTADO F4 Y GETCAMBIO DEVUELVE QUIEN Y CUANDO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         03 JMODPOR PIC X(15).
         03 JMODFECHA PIC 9(8).
         03 JMODHORA PIC 9(6).
         03 JVEDA-HASTA PIC 9(8).
         03 JVEDA-FICHERO PIC X(8).
         03 JFILLER PIC X(6).
       01  ERRORES.
           03 ERROR-1        PIC X.
           03 ERROR-2        PIC X.
       01 MASHAYMAS                    PIC X VALUE "N".
       01 ULTIMACLA                    PIC X(12).
       01 RAZONTXT                      PIC X(40).
       01 SELLO.
          03 SELLO-FECHA              PIC X(8).
          03 SELLO-HORA               PIC X(6).
       01 CAMBIO.
          03 CAMBIO-POR               PIC X(15).
          03 CAMBIO-FECHA             PIC X(8).
          03 CAMBIO-HORA              PIC X(6).
       01 SELLOHALLADO                PIC 9.
       01 SELLOMAL                    PIC 9.
       01 SESALTA                     PIC 9(8) VALUE 0.
       01 SESBAJA                     PIC 9(8) VALUE 0.
       01 SESMODIF                    PIC 9(8) VALUE 0.
       01 CONTADORPP                 PIC 9(3).
       01 ABIERTO                     PIC 9.
       01 INVALIDKEY                  PIC 9.
       01 CERCADO                     PIC 9.
       01 LIMITADO                    PIC 9.
       01 ACCIONVEDA                  PIC X.
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).
       01 SERVIDORLIM                 PIC X(8)
          VALUE "FSGCAL".
       01 ORIGENLEC                   PIC X(12).
       01 INVALIDKEYNEXT              PIC 9.
       01 LONGI                       PIC 99999.
       01 PALPRUPARJ                   PIC X(255).
              ACCEPT BUFERENT FROM SYSIN
           END-IF.
           PERFORM COGE-TRABAJO.
           CALL "SRCERCO" USING OPERACION CERCADO.
           IF CERCADO = 1
              PERFORM CERCADA
              GO TO FIN-PROCESOS
           END-IF.
           CALL "SRLIMITE" USING SERVIDORLIM OPERACION LIMITADO.
           IF LIMITADO = 2
              PERFORM LIMITADA
              GO TO FIN-PROCESOS
           END-IF.
           MOVE SERVIDORLIM TO ORIGENLEC.
           CALL "SRLECTURA" USING ORIGENLEC OPERACION VALORES.
           IF OPERACION = "WRI" OR "REW" OR "DEL" OR "BULKWRI"
              MOVE "C" TO ACCIONVEDA
              CALL "SRCHKVEDA" USING ACCIONVEDA SERVIDORLIM OPERACION
                   VALORES VEDADO DESVEDA
              IF VEDADO = 1
                 PERFORM VEDADA
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           EVALUATE OPERACION
              WHEN "TODOS" PERFORM CARGATODOS
              WHEN "TRAZAR"
              WHEN "CLO"  PERFORM CERRAR
              WHEN "GER"  PERFORM GETERRORES
              WHEN "GETRAZON" PERFORM GETRAZON
              WHEN "GETCAMBIO" PERFORM GETCAMBIO
              WHEN "PAGTODOS" PERFORM CARGAPAGINADA
              WHEN "GETALL" PERFORM GETALL
              WHEN "SETALL" PERFORM SETALL
       MET.
           MOVE SPACES TO ENTEXTO.
           STRING "FSGCAL|128|CLA-ENTIDAD,CLA-FECHA,TIPO-DIA,"
                  "DES,MODPOR,MODFECHA,MODHORA,VEDA-HASTA,"
                  "VEDA-FICHERO"
                  DELIMITED BY SIZE
                  INTO ENTEXTO
           END-STRING.
           STOP RUN.
       FIN-TERMINA.

       CERCADA SECTION.
       CER.
           MOVE "F1" TO ERRORES.
           MOVE 9 TO INVALIDKEY.
           MOVE 1 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.
       FIN-CERCADA.

       LIMITADA SECTION.
       LIM.
           MOVE "F2" TO ERRORES.
           MOVE 9 TO INVALIDKEY.
           MOVE 1 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.
       FIN-LIMITADA.

       VEDADA SECTION.
       VED.
           MOVE "F3" TO ERRORES.
           MOVE 9 TO INVALIDKEY.
           MOVE 1 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.
       FIN-VEDADA.

       COGE-TRABAJO SECTION.
       COG-TRA.
           IF ESCRIBIBLE = "P"
              PERFORM CERRAR
              PERFORM ABREIO
           END-IF.
           PERFORM CHEQUEASELLO.
           IF SELLOMAL NOT = 0
              MOVE 9 TO INVALIDKEY
              GO TO FIN-REESCRIBIR
           END-IF.
           REWRITE RSGCAL INVALID KEY
                   MOVE 1 TO INVALIDKEY
                   GO TO FIN-REESCRIBIR.
              DISPLAY RAZONTXT UPON SYSOUT
           END-IF.

       CHEQUEASELLO SECTION.
       CHS.
           MOVE 0 TO SELLOMAL.
           MOVE 0 TO SELLOHALLADO.
           MOVE JMODFECHA TO SELLO-FECHA.
           MOVE JMODHORA TO SELLO-HORA.
           MOVE SPACES TO CAMBIO.
           MOVE RSGCAL TO REGISTRO.
           READ FSGCAL WITH IGNORE LOCK INVALID KEY
                CONTINUE
           END-READ.
           IF ERROR-1 = "0"
              MOVE 1 TO SELLOHALLADO
              MOVE MODPOR TO CAMBIO-POR
              MOVE MODFECHA TO CAMBIO-FECHA
              MOVE MODHORA TO CAMBIO-HORA
           END-IF.
           MOVE REGISTRO TO RSGCAL.
           CALL "SRCHKSELLO" USING SELLO CAMBIO SELLOHALLADO
                SELLOMAL.
           IF SELLOMAL = 1
              MOVE "F4" TO ERRORES
           END-IF.
           IF SELLOMAL = 2
              MOVE "F5" TO ERRORES
           END-IF.
       FIN-CHEQUEASELLO.
           EXIT.

       GETCAMBIO SECTION.
       GCAM.
           MOVE 29 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING CAMBIO LONGI
           ELSE
              DISPLAY CAMBIO UPON SYSOUT
           END-IF.

       GETALL SECTION.
       GT.
           MOVE 128 TO LONGI
           MOVE JMODPOR TO MODPOR.
           MOVE JMODFECHA TO MODFECHA.
           MOVE JMODHORA TO MODHORA.
           MOVE JVEDA-HASTA TO VEDA-HASTA.
           MOVE JVEDA-FICHERO TO VEDA-FICHERO.
       FIN-MOVEJTOC.

       MOVECTOJ SECTION.
           MOVE MODPOR TO JMODPOR.
           MOVE MODFECHA TO JMODFECHA.
           MOVE MODHORA TO JMODHORA.
           MOVE VEDA-HASTA TO JVEDA-HASTA.
           MOVE VEDA-FICHERO TO JVEDA-FICHERO.
       FIN-MOVECTOJ.

       CARGAPAGINADA SECTION.
