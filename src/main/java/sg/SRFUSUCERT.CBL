           CALL "SRUTRAZA" USING NOMBREFSGCERT ABM REGISTRO.
           MOVE MOV-REGISTRO(MM) TO RSGCERT.
           MOVE USUA TO CLA-USUARIO.
           IF VERSION-CERT NOT NUMERIC OR VERSION-CERT = 999999
              MOVE 0 TO VERSION-CERT
           END-IF.
           ADD 1 TO VERSION-CERT.
           WRITE RSGCERT INVALID KEY
                 ADD 1 TO CONTOMITIDAS
                 DISPLAY "OMITIDA FSGCERT: YA EXISTE LA FILA "
