                      FIN, CUENTA Y RESULTADO DE CADA PASO, SALTA
                      EN UNA REPETICION LOS PASOS YA TERMINADOS
                      BIEN ESTA NOCHE, Y TERMINA CON UN UNICO
                      CODIGO DE RETORNO MAS EL PARTE DE LA MANANA. EL
                      PASO LECTURAS (INFORME DE LECTURAS SENSIBLES
                      ISGLECTURA) ES SEMANAL: SOLO CORRE EL DIA DE LA
                      CLAVE LECTURADIA DE FSGCFG (1 LUNES A 7 DOMINGO, 1
                      SI NO EXISTE). EL PASO JIT (ISGJIT) CIERRA CADA
                      NOCHE LAS VENTANAS DE ACTIVACION VENCIDAS Y SACA
                      EL INFORME MENSUAL EL DIA DE LA CLAVE JITDIA. EL
                      PASO AUP (ISGAUP) LISTA POR DEPARTAMENTO QUIEN NO
                      HA ACEPTADO LA POLITICA DE USO VIGENTE Y SE LO
                      RECUERDA. EL PASO CURSOS (ISGCURSO) CARGA LOS
                      CURSOS COMPLETADOS DEL SISTEMA DE FORMACION Y EL
                      PASO PREREQ (ISGPREREQ) AVISA Y LUEGO REVOCA LAS
                      CONCESIONES CUYA FORMACION EXIGIDA FALTA O HA
                      CADUCADO. EL MISMO DIA QUE LECTURAS CORRE EL PASO
                      AMBITO (ISGAMBITO), CON LOS AMBITOS DE
                      ADMINISTRACION DELEGADA Y LOS INTENTOS FUERA DE
                      AMBITO. TRAS EL ASESOR, EL PASO REORGTAB (TSGGEN)
                      REORGANIZA LOS MAESTROS DE LA TABLA DE DEFINICION
                      QUE EL ASESOR HA RECOMENDADO ESA NOCHE. TRAS
                      REHACER LA TABLA PLANA, EL PASO REGAUT (ISGREGAUT)
                      PASA LOS CASOS DE PRUEBAS DE AUTORIZACION Y, SI
                      FALLA ALGUNO, DETIENE LA CADENA Y SALTA AL PARTE
                      DE LA MANANA. ANTES DEL REPARTO DE AVISOS, EL PASO
                      CAMBUR (ISGCAMBUR) AVISA AL USUARIO Y A SU
                      RESPONSABLE DE CADA CAMBIO EN SUS CONCESIONES QUE
                      HAYA DEJADO LA TRAZA DE FSGUR. EL PRIMER PASO,
                      IDREG (ISGIDREG), PONE AL DIA EL REGISTRO
                      PERMANENTE DE CODIGOS DE USUARIO FSGIDREG CON LO
                      QUE HAYA CAMBIADO EN FSGUSU Y EN SU ARCHIVO. TRAS
                      SOD, EL PASO INTERES (ISGINTERES) LISTA LOS
                      CONFLICTOS DE INTERESES EN CONCESIONES,
                      APROBACIONES Y RECERTIFICACIONES QUE SE HAYAN
                      COLADO. TRAS EXPCAT, EL PASO DWH (ISGDWH) SACA EL
                      EXTRACTO DIMENSIONAL PARA EL ALMACEN CORPORATIVO
                      CON EL PERFIL DE ENMASCARADO DE LA CLAVE
                      DWHPERFIL; SI FALLA, LA REPETICION DE LA CADENA LO
                      REANUDA EN LA FASE QUE QUEDO A MEDIAS. DESPUES, EL
                      PASO FICHAROL (ISGFICHAROL) DEJA LAS FICHAS DE
                      TODOS LOS ROLES EN EL FICHERO DELIMITADO DEL
                      CATALOGO DE LA INTRANET. LA PRIMERA NOCHE DE CADA
                      TRIMESTRE (1 DE ENERO, ABRIL, JULIO Y OCTUBRE, O
                      LA SIGUIENTE QUE CORRA SI ESA NO CORRIO: SE MIRA
                      LA FECHA DEL ULTIMO INVENTARIO EN SRPRIVFEC) EL
                      PASO PRIVINV (ISGPRIVINV) SACA EL INVENTARIO DE
                      ACCESO PRIVILEGIADO CON LOS CAMBIOS DESDE EL
                      ANTERIOR. TRAS LA ESCALADA DE REVISIONES, EL PASO
                      AUSENCIA (ISGAUSENC) LISTA Y ESCALA LAS AUSENCIAS
                      LARGAS QUE PASARON SU FECHA DE REGRESO. TRAS
                      DENIEGA, EL PASO COMPORTA (ISGCOMPORTA) PONE AL
                      DIA LA PAUTA DE COMPORTAMIENTO DE CADA USUARIO Y
                      AVISA A SEGURIDAD DE LO QUE SE SALE DE ELLA.
                      CURSOS, PREREQ Y JIT CORREN JUNTO A CADUCA, OCASO
                      Y FIRE, ANTES DE ESTRUCT Y APLANA, PARA QUE LAS
                      REVOCACIONES POR FORMACION Y LAS VENTANAS JIT
                      CERRADAS ESA NOCHE ENTREN EN LA TABLA PLANA Y EN
                      LOS AVISOS DE CAMBUR; AUP CORRE ANTES DE CAMBUR
                      PARA QUE SUS RECORDATORIOS SALGAN EN EL REPARTO DE
                      AVISOS DE LA MISMA NOCHE. HABILITA, LECTURAS,
                      AMBITO Y PRIVINV CORREN ANTES DE RESPALDO Y
                      REPARTO, PARA QUE SUS INFORMES ENTREN EN LA COPIA
                      Y SE REPARTAN A LOS SUSCRIPTORES LA MISMA NOCHE
                      QUE SE SACAN.

       ENVIRONMENT DIVISION.

          VALUE "mnu/SG/RUNREG".
       01 SIGUE                       PIC 9.
       01 HOY                         PIC 9(8).
       01 HOYX                        PIC X(8).
       01 INICIOTRIMX                 PIC X(8).
       01 INICIOTRIM REDEFINES INICIOTRIMX PIC 9(8).
       01 ACCIONPRIV                  PIC X(1) VALUE "C".
       01 FECHAPRIV                   PIC 9(8).
       01 ENVENTANA                   PIC 9.
       01 PASOACT                     PIC X(12).
       01 YAHECHO                     PIC 9.
       01 PEORRC                      PIC 9(4).
       01 NOMBREVACIO                 PIC X(256) VALUE SPACES.
       01 FECHACERO                   PIC 9(8) VALUE 0.
       01 FICHEROVACIO                PIC X(12) VALUE SPACES.
       01 UMBRALCERO                  PIC 9(3) VALUE 0.
       01 PERFILVACIO                 PIC X(8) VALUE SPACES.
       01 ROLEVACIO                   PIC X(64) VALUE SPACES.
       01 SALIDAFICHA                 PIC X(1) VALUE "D".
       01 CONTADOR2                   PIC 9(8).
       01 RESULTRC                    PIC 9(4).
       01 ENTIDADCAL                  PIC X(4).
       01 TIPODIA                     PIC X(1).
       01 ENCONTRADOCAL               PIC 9.
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 DIASEMANA                   PIC 9.
       01 DIALECTURA                  PIC 9.

       LINKAGE SECTION.
       01 RESULTADORC                 PIC 9(4).
              DISPLAY "ISGNOCHE HOY ES FESTIVO SEGUN FSGCAL"
                      UPON SYSOUT
           END-IF.
           MOVE "IDREG" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "AVISA" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "CADUCA" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "OCASO" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "FIRE" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "CURSOS" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "PREREQ" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "JIT" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "PROYFIN" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "ESTRUCT" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "APLANA" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "REGAUT" TO PASOACT.
           PERFORM EJECUTAPASO.
           IF YAHECHO = 0 AND PASORC NOT < 8
              DISPLAY "ISGNOCHE FALLAN CASOS DE PRUEBAS DE "
                      "AUTORIZACION: SE DETIENE LA CADENA" UPON SYSOUT
              GO TO CIERRE
           END-IF.
           MOVE "ACCDELTA" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "PROVACUSE" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "PROVISION" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "CUENTAS" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "CUSTODIA" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "ESQUEMA" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "ORFAN" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "DIGESTO" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "SOD" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "INTERES" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "ESCALA" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "AUSENCIA" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "RIESGO" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "DORENF" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "SOSPECHA" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "INTENTOS" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "DENIEGA" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "COMPORTA" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "SIEM" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "DELEG" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "PENDREP" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "AUP" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "CAMBUR" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "AVISOS" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "EXPCAT" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "DWH" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "FICHAROL" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "TICKEST" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "VOLUMEN" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "ASESOR" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "REORGTAB" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "HABILITA" TO PASOACT.
           PERFORM EJECUTAPASO.
           PERFORM MIRASEMANA.
           IF DIASEMANA = DIALECTURA
              MOVE "LECTURAS" TO PASOACT
              PERFORM EJECUTAPASO
              MOVE "AMBITO" TO PASOACT
              PERFORM EJECUTAPASO
           END-IF.
           MOVE HOY TO HOYX.
           MOVE HOYX TO INICIOTRIMX.
           EVALUATE HOYX(5:2)
              WHEN "01" THRU "03" MOVE "0101" TO INICIOTRIMX(5:4)
              WHEN "04" THRU "06" MOVE "0401" TO INICIOTRIMX(5:4)
              WHEN "07" THRU "09" MOVE "0701" TO INICIOTRIMX(5:4)
              WHEN OTHER          MOVE "1001" TO INICIOTRIMX(5:4)
           END-EVALUATE.
           CALL "SRPRIVFEC" USING ACCIONPRIV FECHAPRIV.
           IF FECHAPRIV < INICIOTRIM
              MOVE "PRIVINV" TO PASOACT
              PERFORM EJECUTAPASO
           END-IF.
           MOVE "RESPALDO" TO PASOACT.
           PERFORM EJECUTAPASO.
           MOVE "REPARTO" TO PASOACT.
           PERFORM EJECUTAPASO.
       CIERRE.
           PERFORM PARTEMANANA.
           MOVE PEORRC TO RESULTADORC.
           MOVE PEORRC TO RETURN-CODE.
           MOVE 0 TO CUENTA.
           MOVE 0 TO RETURN-CODE.
           EVALUATE PASOACT
              WHEN "IDREG"
                 CALL "ISGIDREG" USING CUENTA
              WHEN "AVISA"
                 CALL "ISGAVISA" USING CUENTA
              WHEN "CADUCA"
                 CALL "ISGCADUCA" USING NOMBREVACIO CUENTA
              WHEN "OCASO"
                 CALL "ISGOCASO" USING CUENTA
              WHEN "FIRE"
                 CALL "ISGFIRE" USING NOMBREVACIO CUENTA
              WHEN "PROYFIN"
                 CALL "ISGPROYFIN" USING CUENTA
              WHEN "ESTRUCT"
                 CALL "ISGESTRUCT" USING CUENTA
              WHEN "APLANA"
                 CALL "ISGAPLANA" USING NOMBREVACIO CUENTA
              WHEN "REGAUT"
                 CALL "ISGREGAUT" USING NOMBREVACIO CUENTA
              WHEN "ACCDELTA"
                 CALL "ISGACCDELTA" USING CUENTA
              WHEN "PROVACUSE"
                 CALL "ISGPROVACUSE" USING NOMBREVACIO CUENTA
              WHEN "PROVISION"
                 CALL "ISGPROVISION" USING CUENTA
              WHEN "CUENTAS"
                 CALL "ISGCUENTAS" USING NOMBREVACIO CUENTA
              WHEN "CUSTODIA"
                 CALL "ISGCUSTODIA" USING CUENTA
              WHEN "ESQUEMA"
                 CALL "ISGESQUEMA" USING CUENTA
              WHEN "ORFAN"
                 CALL "ISGORFAN" USING NOMBREVACIO NOMBREVACIO
                      NOMBREVACIO
                      FECHACERO
              WHEN "SOD"
                 CALL "ISGSOD" USING NOMBREVACIO CUENTA
              WHEN "INTERES"
                 CALL "ISGINTERES" USING CUENTA
              WHEN "ESCALA"
                 CALL "ISGESCALA" USING CUENTA
              WHEN "AUSENCIA"
                 CALL "ISGAUSENC" USING CUENTA
              WHEN "RIESGO"
                 CALL "ISGRIESGO" USING CUENTA
              WHEN "DORENF"
              WHEN "SOSPECHA"
                 CALL "ISGSOSPECHA" USING FECHACERO UMBRALCERO
                      CUENTA
              WHEN "INTENTOS"
                 CALL "ISGINTENTOS" USING FECHACERO CUENTA
              WHEN "DENIEGA"
                 CALL "ISGDENEG" USING FECHACERO CUENTA
              WHEN "COMPORTA"
                 CALL "ISGCOMPORTA" USING FECHACERO CUENTA
              WHEN "SIEM"
                 CALL "ISGSIEM" USING NOMBREVACIO CUENTA
              WHEN "DELEG"
                 CALL "ISGDELEG" USING NOMBREVACIO CUENTA
              WHEN "PENDREP"
                 CALL "ISGPENDREP" USING FECHACERO CUENTA
              WHEN "CAMBUR"
                 CALL "ISGCAMBUR" USING CUENTA
              WHEN "AVISOS"
                 CALL "ISGAVISOS" USING CUENTA
              WHEN "EXPCAT"
                 CALL "ISGEXPCAT" USING CUENTA
              WHEN "DWH"
                 CALL "ISGDWH" USING PERFILVACIO CUENTA
              WHEN "FICHAROL"
                 CALL "ISGFICHAROL" USING ROLEVACIO SALIDAFICHA CUENTA
              WHEN "PRIVINV"
                 CALL "ISGPRIVINV" USING CUENTA
              WHEN "TICKEST"
                 CALL "ISGTICKEST" USING FECHACERO CUENTA
              WHEN "VOLUMEN"
                 CALL "ISGVOLUMEN" USING CUENTA
              WHEN "ASESOR"
                 CALL "ISGASESOR" USING RESULTRC
              WHEN "REORGTAB"
                 CALL "TSGGEN" USING FICHEROVACIO CUENTA
              WHEN "RESPALDO"
                 CALL "ISGRESPALDO" USING CUENTA
              WHEN "REPARTO"
                 CALL "ISGREPARTO" USING CUENTA
              WHEN "HABILITA"
                 CALL "ISGHABIL" USING CUENTA
              WHEN "JIT"
                 CALL "ISGJIT" USING CUENTA
              WHEN "AUP"
                 CALL "ISGAUP" USING CUENTA
              WHEN "CURSOS"
                 CALL "ISGCURSO" USING NOMBREVACIO CUENTA
              WHEN "PREREQ"
                 CALL "ISGPREREQ" USING CUENTA
              WHEN "LECTURAS"
                 CALL "ISGLECTURA" USING FECHACERO FECHACERO CUENTA
              WHEN "AMBITO"
                 CALL "ISGAMBITO" USING FECHACERO CUENTA
           END-EVALUATE.
           MOVE RETURN-CODE TO PASORC.
           IF PASORC > PEORRC
       FIN-APUNTAPASO.
           EXIT.

       MIRASEMANA SECTION.
       MSE.
           COMPUTE DIASEMANA = FUNCTION REM
                   (FUNCTION INTEGER-OF-DATE(HOY) - 1, 7) + 1.
           MOVE 1 TO DIALECTURA.
           MOVE "LECTURADIA" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:1) NUMERIC
              MOVE VALORCFG(1:1) TO DIALECTURA
           END-IF.
       FIN-MIRASEMANA.
           EXIT.

       PARTEMANANA SECTION.
       PMA.
           DISPLAY "PARTE DE LA CADENA NOCTURNA DEL " HOY
