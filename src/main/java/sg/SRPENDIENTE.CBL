           MOVE SPACES TO APROBADOR.
           MOVE 0 TO APROB-FECHA.
           MOVE REGISTROIN TO REGISTRO-PED.
           MOVE 1 TO VERSION-PED.
           WRITE RSGPEND INVALID KEY
                 ADD 1 TO SECUENCIA
                 IF SECUENCIA < 9999
