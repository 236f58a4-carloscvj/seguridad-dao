                      ("R" RECIBIDA, "X" RECHAZADA CON MOTIVO,
                      "P" PENDIENTE DE APROBACION, "A" APLICADA).
                      ASI LA OFICINA QUE PREGUNTA POR SU PETICION
                      DEL MARTES TIENE ALGO QUE CONSULTAR. EL ALTA
                      DEJA TRAZA, QUE ES LA HISTORIA DEL TICKET.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 NOMBRESEQ                   PIC X(256)
          VALUE "mnu/SG/TICKETSEQ".
       01 SECUENCIA                   PIC 9(8).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).

       LINKAGE SECTION.
       01 ACCIONIN                    PIC X(1).
           IF RESULTADO = 0
              MOVE SECUENCIA TO TICKETOUT
              PERFORM GRABASECUENCIA
              MOVE "A" TO ABM
              MOVE RSGTICKET TO REGISTRO
              CALL "SRUTRAZA" USING NOMBREFSGTICKET ABM REGISTRO
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
