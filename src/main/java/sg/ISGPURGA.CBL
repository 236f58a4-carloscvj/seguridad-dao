                      LAS TRAZAS DE TODOS LOS MAESTROS CONSERVANDO
                      LOS EVENTOS. TERMINA CON EL CERTIFICADO DE
                      TODO LO TOCADO PARA LA FIRMA DEL RESPONSABLE.
                      UN USUARIO BAJO RETENCION LEGAL (FSGLEGAL)
                      NO SE PURGA: SE LISTA EL CASO Y RESULTADO 3.
                      LOS REGISTROS DE TRAZA DE FECHAS RETENIDAS NO
                      SE ANONIMIZAN Y EL CERTIFICADO LOS CUENTA. EL
                      CODIGO QUEDA RESERVADO PARA SIEMPRE EN EL REGISTRO
                      FSGIDREG (SRIDREG), SIN EMPLEADO NI NOMBRE, PARA
                      QUE NO SE DE A OTRA PERSONA. BORRA TAMBIEN SU
                      HISTORIA EN LA DIMENSION DE USUARIOS DEL EXTRACTO
                      PARA EL ALMACEN (FSGDWH). BORRA TAMBIEN SU FILA DE
                      AUSENCIAS (FSGAUS) Y ANONIMIZA SU TRAZA. BORRA
                      TAMBIEN SU PAUTA DE COMPORTAMIENTO (FSGPAUTA) Y SU
                      HISTORIAL DE ALERTAS (FSGALERTA), Y ANONIMIZA LA
                      TRAZA DE ESTE. BORRA TAMBIEN SU HISTORICO DE
                      CREDENCIAL (FSGHCRED), SU CODIGO DE UN SOLO USO
                      (FSGOTP), SUS ELEVACIONES TEMPORALES (FSGJIT), SUS
                      CURSOS (FSGCURSO), SUS ACEPTACIONES DE POLITICA
                      (FSGACK) Y SUS PREAVISOS (FSGPREAV), ANONIMIZA LAS
                      TRAZAS DE ESTOS Y DE LAS FIRMAS (FSGFIRMA) Y SUS
                      INTENTOS DE ENTRADA EN mnu/SG/AUTLOG; TODO SE
                      CUENTA EN EL CERTIFICADO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 CONTDELEG                   PIC 9(8).
       01 CONTUSO                     PIC 9(8).
       01 CONTACC                     PIC 9(8).
       01 CONTDWH                     PIC 9(8).
       01 CONTPAUTA                   PIC 9(8).
       01 CONTALE                     PIC 9(8).
       01 CONTJIT                     PIC 9(8).
       01 CONTCURSO                   PIC 9(8).
       01 CONTACK                     PIC 9(8).
       01 CONTPREAV                   PIC 9(8).
       01 CONTAUTLOG                  PIC 9(8).
       01 CONTAUTRET                  PIC 9(8).
       01 RESHCRED                    PIC 9.
       01 RESOTP                      PIC 9.
       01 RESCRED                     PIC 9.
       01 RESATR                      PIC 9.
       01 CONTANON                    PIC 9(8).
       01 CONTANONTOT                 PIC 9(8).
       01 CONTRET                     PIC 9(8).
       01 CONTRETTOT                  PIC 9(8).
       01 TIPOLEG                     PIC X(1) VALUE "U".
       01 FECHALEG                    PIC 9(8) VALUE 0.
       01 RETENIDO                    PIC 9.
       01 CASOLEG                     PIC X(16).
       01 ACCIONREG                   PIC X(1) VALUE "P".
       01 EMPLEADOREG                 PIC X(12).
       01 DESREG                      PIC X(64).
       01 ESTADOREG                   PIC X(1).
       01 RESREG                      PIC 9.
       01 ACCIONAUS                   PIC X(1) VALUE "B".
       01 REGRESOAUS                  PIC 9(8) VALUE 0.
       01 INICIOAUS                   PIC 9(8).
       01 RESAUS                      PIC 9.

       LINKAGE SECTION.
       01 USUCODE                     PIC X(64).
           MOVE 0 TO RESULTADO.
           MOVE 0 TO BORROUSU.
           MOVE 0 TO CONTANONTOT.
           MOVE 0 TO CONTRETTOT.
           MOVE "mnu/SG/FSGUSU" TO NOMBREFSGUSU.
       PROCESOS.
           IF USUCODE = SPACES
              DISPLAY "ISGPURGA FALTA EL USUARIO" UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           CALL "SRCHKLEGAL" USING TIPOLEG USUCODE FECHALEG
                RETENIDO CASOLEG.
           IF RETENIDO = 1
              MOVE 3 TO RESULTADO
              DISPLAY "ISGPURGA OMITIDO POR RETENCION LEGAL: USUARIO "
                      USUCODE(1:40) " CASO " CASOLEG UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM BORRAUSUARIO.
           MOVE SPACES TO EMPLEADOREG.
           MOVE SPACES TO DESREG.
           MOVE "P" TO ESTADOREG.
           CALL "SRIDREG" USING ACCIONREG USUCODE EMPLEADOREG DESREG
                ESTADOREG RESREG.
           CALL "SRREVTODAS" USING USUCODE CONTREVOC.
           CALL "SRDELBORRA" USING USUCODE CONTDELEG.
           CALL "SRCREDBORRA" USING USUCODE RESCRED.
           CALL "SRATRBORRA" USING USUCODE RESATR.
           CALL "SRUSOBORRA" USING USUCODE CONTUSO.
           CALL "SRACCBORRA" USING USUCODE CONTACC.
           CALL "SRDWHBORRA" USING USUCODE CONTDWH.
           CALL "SRAUSENCIA" USING ACCIONAUS USUCODE REGRESOAUS
                INICIOAUS RESAUS.
           CALL "SRPAUTABORRA" USING USUCODE CONTPAUTA.
           CALL "SRALEBORRA" USING USUCODE CONTALE.
           CALL "SRHCREDBORRA" USING USUCODE RESHCRED.
           CALL "SROTPBORRA" USING USUCODE RESOTP.
           CALL "SRJITBORRA" USING USUCODE CONTJIT.
           CALL "SRCURSOBORRA" USING USUCODE CONTCURSO.
           CALL "SRACKBORRA" USING USUCODE CONTACK.
           CALL "SRPREAVBORRA" USING USUCODE CONTPREAV.
           MOVE "mnu/SG/FSGROLE" TO NOMBREBASE.
           PERFORM ANONIMIZAUNA.
           MOVE "mnu/SG/FSGNODO" TO NOMBREBASE.
           PERFORM ANONIMIZAUNA.
           MOVE "mnu/SG/FSGATR" TO NOMBREBASE.
           PERFORM ANONIMIZAUNA.
           MOVE "mnu/SG/FSGIDREG" TO NOMBREBASE.
           PERFORM ANONIMIZAUNA.
           MOVE "mnu/SG/FSGAUS" TO NOMBREBASE.
           PERFORM ANONIMIZAUNA.
           MOVE "mnu/SG/FSGALERTA" TO NOMBREBASE.
           PERFORM ANONIMIZAUNA.
           MOVE "mnu/SG/FSGOTP" TO NOMBREBASE.
           PERFORM ANONIMIZAUNA.
           MOVE "mnu/SG/FSGJIT" TO NOMBREBASE.
           PERFORM ANONIMIZAUNA.
           MOVE "mnu/SG/FSGCURSO" TO NOMBREBASE.
           PERFORM ANONIMIZAUNA.
           MOVE "mnu/SG/FSGACK" TO NOMBREBASE.
           PERFORM ANONIMIZAUNA.
           MOVE "mnu/SG/FSGFIRMA" TO NOMBREBASE.
           PERFORM ANONIMIZAUNA.
           CALL "SRAUTLOGANON" USING USUCODE CONTAUTLOG CONTAUTRET.
           ADD CONTAUTRET TO CONTRETTOT.
           PERFORM CERTIFICADO.
       FIN-PROCESOS.
           EXIT PROGRAM.

       ANONIMIZAUNA SECTION.
       ANU.
           CALL "SRTRZANON" USING NOMBREBASE USUCODE CONTANON
                CONTRET.
           ADD CONTANON TO CONTANONTOT.
           ADD CONTRET TO CONTRETTOT.
       FIN-ANONIMIZAUNA.
           EXIT.

                   UPON SYSOUT.
           DISPLAY "FILAS DE CACHE FSGACC BORRADAS: " CONTACC
                   UPON SYSOUT.
           DISPLAY "VERSIONES DEL ALMACEN FSGDWH BORRADAS: " CONTDWH
                   UPON SYSOUT.
           DISPLAY "AUSENCIA FSGAUS: " RESAUS
                   " (0 BORRADA, 1 NO TENIA, 2 ERROR)" UPON SYSOUT.
           DISPLAY "FILAS DE PAUTA FSGPAUTA BORRADAS: " CONTPAUTA
                   UPON SYSOUT.
           DISPLAY "ALERTAS FSGALERTA BORRADAS: " CONTALE
                   UPON SYSOUT.
           DISPLAY "HISTORICO DE CREDENCIAL FSGHCRED: " RESHCRED
                   " (0 BORRADO, 1 NO TENIA, 2 ERROR)" UPON SYSOUT.
           DISPLAY "CODIGO DE UN SOLO USO FSGOTP: " RESOTP
                   " (0 BORRADO, 1 NO TENIA, 2 ERROR)" UPON SYSOUT.
           DISPLAY "ELEVACIONES TEMPORALES FSGJIT BORRADAS: " CONTJIT
                   UPON SYSOUT.
           DISPLAY "CURSOS FSGCURSO BORRADOS: " CONTCURSO
                   UPON SYSOUT.
           DISPLAY "ACEPTACIONES DE POLITICA FSGACK BORRADAS: "
                   CONTACK UPON SYSOUT.
           DISPLAY "PREAVISOS FSGPREAV BORRADOS: " CONTPREAV
                   UPON SYSOUT.
           DISPLAY "CODIGO RESERVADO EN FSGIDREG SIN DATOS PERSONALES: "
                   RESREG " (0 NUEVO, 1 YA REGISTRADO, 2 ERROR)"
                   UPON SYSOUT.
           DISPLAY "REGISTROS DE TRAZA ANONIMIZADOS: " CONTANONTOT
                   UPON SYSOUT.
           DISPLAY "INTENTOS DE ENTRADA AUTLOG ANONIMIZADOS: "
                   CONTAUTLOG UPON SYSOUT.
           DISPLAY "REGISTROS DE TRAZA OMITIDOS POR RETENCION LEGAL: "
                   CONTRETTOT UPON SYSOUT.
           DISPLAY "LOS EVENTOS DE TRAZA SE CONSERVAN; SOLO SE HA"
                   " SUSTITUIDO LA IDENTIDAD" UPON SYSOUT.
           DISPLAY "FIRMA DEL RESPONSABLE: ____________________"
