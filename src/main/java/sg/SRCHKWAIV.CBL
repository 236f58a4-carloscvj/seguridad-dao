                      FSGWAIV PARA UN PAR DE ROLES (EL PAR SE
                      PRUEBA EN LOS DOS ORDENES). UNA EXCEPCION
                      CON FECHA-EXPIRA PASADA NO CUENTA: EL PAR
                      VUELVE A SENALARSE SOLO. CON "*DIRECTO" COMO
                      SEGUNDO ROLE SIRVE TAMBIEN PARA LAS EXCEPCIONES DE
                      CONCESION DIRECTA DE ROLES TECNICOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
