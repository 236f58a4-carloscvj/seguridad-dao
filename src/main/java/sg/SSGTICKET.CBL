                      APROBACION, "A" APLICADA). LA CONSULTA POR
                      TICKET ES LA OPERACION REA DE SIEMPRE; EL
                      PARTE DIARIO POR OFICINA LO SACA
                      ISGTICKEST. PEDIR TRAMITA EN LINEA UNA
                      PETICION (ACCION 1:1 A/B/R/P, USUARIO 2:64, ROLE
                      O PERFIL 66:64, JUSTIFICACION 130:64) CON LAS
                      MISMAS COMPROBACIONES QUE LA ENTRADA NOCTURNA
                      (SRPETICION) Y DEVUELVE EN EL ACTO EL NUMERO DE
                      TICKET, SU ESTADO Y EL MOTIVO; SI HACE FALTA
                      APROBACION LA PETICION QUEDA ENCOLADA EN FSGPEND
                      Y EL TICKET "P". SEGUIMIENTO DEVUELVE UN TICKET
                      (VALORES 1:8) Y SU HISTORIA SEGUN LA TRAZA DE
                      FSGTICKET. ABIERTOS LISTA LOS TICKETS "R" Y "P"
                      DE UN SOLICITANTE (VALORES 1:15, POR DEFECTO EL
                      PROPIO USUARIO; LOS DE OTRO SOLO PARA ADMIN).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 CONTADORPP                 PIC 9(3).
       01 ABIERTO                     PIC 9.
       01 INVALIDKEY                  PIC 9.
       01 CERCADO                     PIC 9.
       01 LIMITADO                    PIC 9.
       01 ACCIONVEDA                  PIC X.
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).
       01 SERVIDORLIM                 PIC X(8)
          VALUE "FSGTICKE".
       01 ORIGENLEC                   PIC X(12).
       01 INVALIDKEYNEXT              PIC 9.
       01 LONGI                       PIC 99999.
       01 PALPRUPARJ                   PIC X(255).
       01 ADMPERMITIDO                 PIC 9.
       01 SEPARADOR PIC XXX VALUE "|@|".

       01 PETICIONTK.
          03 PT-ACCION PIC X(1).
          03 PT-USUARIO PIC X(64).
          03 PT-ROLE PIC X(64).
          03 PT-SOLICITADO PIC X(15).
          03 PT-JUSTIFICA PIC X(64).
       01 MODOPET                     PIC X(1) VALUE "L".
       01 RESPUESTATK.
          03 RT-TICKET PIC 9(8).
          03 RT-ESTADO PIC X(1).
          03 RT-MOTIVO PIC X(24).
          03 RT-SUSTITUTO PIC X(64).
       01 TICKETBUSCA                 PIC 9(8).
       01 SOLICBUSCA                  PIC X(15).
       01 SIGUE                       PIC 9.

         PROCEDURE DIVISION.

       PROGRAMA SECTION.
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
              WHEN "META" PERFORM METADATA
              WHEN "HLT" PERFORM HEALTHCHECK
              WHEN "STP" PERFORM TERMINA
              WHEN "PEDIR" PERFORM PEDIR
              WHEN "SEGUIMIENTO" PERFORM SEGUIMIENTO
              WHEN "ABIERTOS" PERFORM ABIERTOS
           END-EVALUATE.
       FIN-PROCESOS.
           EXIT PROGRAM.
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
           GO TO LEE-CARGA.
       FIN-CARGATODOS.
           DISPLAY "|FIN-MUCHOS|" UPON SYSOUT.

       PEDIR SECTION.
       PED.
           MOVE 0 TO INVALIDKEY.
           MOVE SPACES TO RESPUESTATK.
           MOVE 0 TO RT-TICKET.
           MOVE VALORES(1:1) TO PT-ACCION.
           MOVE VALORES(2:64) TO PT-USUARIO.
           MOVE VALORES(66:64) TO PT-ROLE.
           MOVE USUARIO TO PT-SOLICITADO.
           MOVE VALORES(130:64) TO PT-JUSTIFICA.
           IF ABIERTO > 0 AND < 4
              PERFORM CERRAR
           END-IF.
           CALL "SRPETICION" USING PETICIONTK MODOPET RT-ESTADO
                RT-MOTIVO RT-SUSTITUTO RT-TICKET.
           EVALUATE RT-ESTADO
              WHEN "A" MOVE 0 TO INVALIDKEY
              WHEN "P" MOVE 8 TO INVALIDKEY
              WHEN OTHER MOVE 5 TO INVALIDKEY
           END-EVALUATE.
           IF RT-TICKET = 0
              MOVE 2 TO INVALIDKEY
           END-IF.
       FIN-PEDIR.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.
           MOVE SPACES TO ENTEXTO.
           MOVE RESPUESTATK TO ENTEXTO.
           MOVE 192 TO LONGI.
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING ENTEXTO LONGI
           ELSE
              DISPLAY ENTEXTO UPON SYSOUT
           END-IF.

       SEGUIMIENTO SECTION.
       SEG.
           MOVE 0 TO INVALIDKEY.
           IF VALORES(1:8) NOT NUMERIC
              MOVE 1 TO INVALIDKEY
              GO TO FIN-SEGUIMIENTO
           END-IF.
           MOVE VALORES(1:8) TO TICKETBUSCA.
           IF ABIERTO < 1 OR > 3
              PERFORM ABREINPUT
           END-IF.
           IF ABIERTO = 3
              PERFORM CERRAR
              PERFORM ABREINPUT
           END-IF.
           MOVE TICKETBUSCA TO CLA.
           READ FSGTICKET WITH IGNORE LOCK INVALID KEY
                MOVE 1 TO INVALIDKEY
                GO TO FIN-SEGUIMIENTO.
           IF ERROR-1 NOT = "0"
              MOVE 2 TO INVALIDKEY
              GO TO FIN-SEGUIMIENTO
           END-IF.
           ADD 1 TO SESLECT.
       FIN-SEGUIMIENTO.
           MOVE 1 TO LONGI
           IF ESCRIBIBLE = "P"
              CALL "Escribir" USING INVALIDKEY LONGI
           ELSE
              DISPLAY INVALIDKEY UPON SYSOUT
           END-IF.
           IF INVALIDKEY = 0
              PERFORM HISTORIA
           END-IF.

       HISTORIA SECTION.
       HIS.
           DISPLAY "|INI-MUCHOS|" UPON SYSOUT.
           PERFORM MOVECTOJ.
           PERFORM GETALL.
           MOVE SPACES TO NOMBRETRAZA.
           STRING NOMBREFSGTICKET "TRZ"
                  DELIMITED BY " "
                  INTO NOMBRETRAZA
           END-STRING.
           OPEN INPUT FTRAZA.
           IF ERRORES NOT = "00"
              MOVE "00" TO ERRORES
              GO TO FIN-HISTORIA
           END-IF.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0
              READ FTRAZA AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND TL-REGISTRO(1:8) = VALORES(1:8)
                 MOVE SPACES TO ENTEXTO
                 STRING TL-FECHA TL-HORA TL-USUARIO TL-ABM
                        TL-REGISTRO(1:192)
                        DELIMITED BY SIZE
                        INTO ENTEXTO
                 END-STRING
                 MOVE 222 TO LONGI
                 IF ESCRIBIBLE = "P"
                    CALL "Escribir" USING ENTEXTO LONGI
                 ELSE
                    DISPLAY ENTEXTO UPON SYSOUT
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FTRAZA.
       FIN-HISTORIA.
           DISPLAY "|FIN-MUCHOS|" UPON SYSOUT.

       ABIERTOS SECTION.
       ABT.
           IF VALORES(1:15) = SPACES OR VALORES(1:15) = LOW-VALUES
              MOVE USUARIO TO SOLICBUSCA
           ELSE
              MOVE VALORES(1:15) TO SOLICBUSCA
           END-IF.
           IF SOLICBUSCA NOT = USUARIO
              PERFORM CHEQUEAADM
              IF ADMPERMITIDO = 0
                 MOVE 9 TO INVALIDKEY
                 MOVE 1 TO LONGI
                 IF ESCRIBIBLE = "P"
                    CALL "Escribir" USING INVALIDKEY LONGI
                 ELSE
                    DISPLAY INVALIDKEY UPON SYSOUT
                 END-IF
                 GO TO FIN-ABIERTOS
              END-IF
           END-IF.
           IF ABIERTO < 1 OR > 3
              PERFORM ABREINPUT
           END-IF.
           IF ABIERTO = 3
              PERFORM CERRAR
              PERFORM ABREINPUT
           END-IF.
           DISPLAY "|INI-MUCHOS|" UPON SYSOUT.
           MOVE 0 TO CLA.
           START FSGTICKET KEY NOT < CLA INVALID KEY
                 GO TO FIN-ABIERTOS-LISTA.
       LEE-ABIERTOS.
           READ FSGTICKET NEXT RECORD WITH IGNORE LOCK
                AT END GO TO FIN-ABIERTOS-LISTA.
           IF SOLICITANTE-TIK NOT = SOLICBUSCA OR
              (ESTADO-TIK NOT = "R" AND ESTADO-TIK NOT = "P")
              GO TO LEE-ABIERTOS
           END-IF.
           PERFORM MOVECTOJ.
           PERFORM GETALL.
           GO TO LEE-ABIERTOS.
       FIN-ABIERTOS-LISTA.
           DISPLAY "|FIN-MUCHOS|" UPON SYSOUT.
       FIN-ABIERTOS.
