           MOVE SPACES TO DECIDIDO-POR.
           MOVE 0 TO DECISION-FECHA.
           MOVE FECHALIMITE TO FECHA-LIMITE.
           MOVE 1 TO VERSION-CERT.
           WRITE RSGCERT INVALID KEY
                 MOVE 1 TO RESULTADO
           END-WRITE.
