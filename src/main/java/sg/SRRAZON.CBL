       PROGRAM-ID.    SRRAZON.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      TRADUCE UN FILE STATUS A UNA RAZON LEGIBLE.
                      LOS ESTADOS QUE EMPIEZAN POR LETRA NO SON DE
                      FICHERO: LOS PONEN LOS SERVIDORES PARA DAR
                      LA RAZON CONCRETA DE UN RECHAZO (C1 A C5,
                      REGLAS DE CONTRASENA; F1, ESCRITURA RECHAZADA
                      POR ESTAR EL ENTORNO CERCADO, VER SRCERCO; F2,
                      OPERACION CORTADA POR EL LIMITE DE RITMO, VER
                      SRLIMITE; F3, CAMBIO RECHAZADO POR UN PERIODO
                      DE VEDA DEL CALENDARIO, VER SRCHKVEDA; F4,
                      REGISTRO CAMBIADO POR OTRO USUARIO DESDE QUE SE
                      LEYO; F5, REESCRITURA SIN MARCA DE LECTURA
                      CUANDO YA ES OBLIGATORIA, VER SRCHKSELLO; F6,
                      DECISION SIN FIRMA VALIDA, VER SRFIRMA).

       ENVIRONMENT DIVISION.

              WHEN "49" MOVE "FICHERO NO ABIERTO EN I-O" TO RAZON
              WHEN "51" MOVE "REGISTRO BLOQUEADO POR OTRO USUARIO"
                        TO RAZON
              WHEN "C1" MOVE "CONTRASENA DEMASIADO CORTA" TO RAZON
              WHEN "C2" MOVE "CONTRASENA CON POCAS CLASES DE CARACTER"
                        TO RAZON
              WHEN "C3" MOVE "CONTRASENA CONTIENE EL CODIGO DE USUARIO"
                        TO RAZON
              WHEN "C4" MOVE "CONTRASENA CONTIENE EL NOMBRE DE USUARIO"
                        TO RAZON
              WHEN "C5" MOVE "CONTRASENA YA USADA RECIENTEMENTE"
                        TO RAZON
              WHEN "F1" MOVE "ENTORNO CERCADO, SOLO LECTURA" TO RAZON
              WHEN "F2" MOVE "LIMITE DE RITMO SUPERADO, ESPERE"
                        TO RAZON
              WHEN "F3" MOVE "VEDA DE CAMBIOS EN CURSO (FSGCAL)"
                        TO RAZON
              WHEN "F4" MOVE "CAMBIADO POR OTRO USUARIO, RELEA"
                        TO RAZON
              WHEN "F5" MOVE "FALTA LA MARCA DE LECTURA MODFECHA"
                        TO RAZON
              WHEN "F6" MOVE "FIRMA RECHAZADA, REPITA LA CONTRASENA"
                        TO RAZON
              WHEN OTHER
                 IF ERROR-1W = "9"
                    MOVE "ERROR EXTENDIDO DEL ENTORNO" TO RAZON
