       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SRCHKVEDA.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DICE SI HOY HAY VEDA DE CAMBIOS PARA UN MAESTRO
                      SEGUN LOS PERIODOS TIPO "V" DEL CALENDARIO
                      FSGCAL: FILA CUYA FECHA NO ES POSTERIOR A HOY Y
                      CUYO VEDA-HASTA NO ES ANTERIOR (0 ES SOLO ESE
                      DIA), DE LA ENTIDAD DE LA SESION (VARIABLE
                      EXTERNA ENTIDADSES) O GENERAL, Y DEL MAESTRO
                      PEDIDO O DE TODOS. EL PROPIO FSGCAL NUNCA ESTA
                      VEDADO. ACCION "C" SOLO CONSULTA; ACCION "E"
                      ADEMAS APUNTA LA EXCEPCION (CAMBIO QUE ENTRA
                      POR FIRECALL O POR UNA APROBACION DE FSGPEND
                      CON SALTA-VEDA) EN LA TRAZA DE mnu/SG/FSGVEDA
                      PARA EL INFORME DE AUDITORIA ISGVEDA. SIN
                      FICHERO DE CALENDARIO NO HAY VEDA. VEDADO 1 HAY
                      VEDA (DESVEDA TRAE LA DESCRIPCION DEL PERIODO),
                      0 NO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FSGCAL-SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FSGCAL-FD".

       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".

       01 ENTIDADSES  PIC X(4) IS EXTERNAL.
       01 NOMBREFSGCAL                PIC X(256).
       01 NOMBREFSGVEDA               PIC X(256).
       01 SIGUE                       PIC 9.
       01 HOY                         PIC 9(8).
       01 FINVEDA                     PIC 9(8).
       01 INICIOVEDA                  PIC 9(8).
       01 ENTIDADVEDA                 PIC X(4).
       01 ABM                         PIC X.
       01 REGISTRO                    PIC X(16384).

       LINKAGE SECTION.
       01 ACCIONVEDA                  PIC X.
       01 SERVIDORIN                  PIC X(8).
       01 OPERIN                      PIC X(8).
       01 DETALLEIN                   PIC X(128).
       01 VEDADO                      PIC 9.
       01 DESVEDA                     PIC X(64).

       PROCEDURE DIVISION USING ACCIONVEDA SERVIDORIN OPERIN
                 DETALLEIN VEDADO DESVEDA.

       PROGRAMA SECTION.
       PROCESOS.
           MOVE 0 TO VEDADO.
           MOVE SPACES TO DESVEDA.
           MOVE 0 TO INICIOVEDA.
           MOVE SPACES TO ENTIDADVEDA.
           IF SERVIDORIN = "FSGCAL"
              GO TO FIN-PROCESOS
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE "mnu/SG/FSGCAL" TO NOMBREFSGCAL.
           OPEN INPUT FSGCAL.
           IF ERROR-1 NOT = "0"
              GO TO FIN-PROCESOS
           END-IF.
           MOVE LOW-VALUES TO CLA.
           START FSGCAL KEY NOT < CLA INVALID KEY
                 CLOSE FSGCAL
                 GO TO FIN-PROCESOS
           END-START.
           MOVE 1 TO SIGUE.
           PERFORM UNTIL SIGUE = 0 OR VEDADO = 1
              READ FSGCAL NEXT RECORD WITH IGNORE LOCK AT END
                   MOVE 0 TO SIGUE
              END-READ
              IF SIGUE = 1 AND TIPO-DIA = "V"
                 PERFORM MIRAPERIODO
              END-IF
           END-PERFORM.
           CLOSE FSGCAL.
           IF VEDADO = 1 AND ACCIONVEDA = "E"
              PERFORM APUNTAEXCEPCION
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       MIRAPERIODO SECTION.
       MPE.
           IF CLA-FECHA > HOY
              GO TO FIN-MIRAPERIODO
           END-IF.
           MOVE VEDA-HASTA TO FINVEDA.
           IF VEDA-HASTA NOT NUMERIC OR VEDA-HASTA = 0
              MOVE CLA-FECHA TO FINVEDA
           END-IF.
           IF FINVEDA < HOY
              GO TO FIN-MIRAPERIODO
           END-IF.
           IF CLA-ENTIDAD NOT = SPACES AND
              CLA-ENTIDAD NOT = ENTIDADSES
              GO TO FIN-MIRAPERIODO
           END-IF.
           IF VEDA-FICHERO NOT = SPACES AND
              VEDA-FICHERO NOT = SERVIDORIN
              GO TO FIN-MIRAPERIODO
           END-IF.
           MOVE 1 TO VEDADO.
           MOVE DES TO DESVEDA.
           MOVE CLA-FECHA TO INICIOVEDA.
           MOVE CLA-ENTIDAD TO ENTIDADVEDA.
       FIN-MIRAPERIODO.
           EXIT.

       APUNTAEXCEPCION SECTION.
       APE.
           MOVE "mnu/SG/FSGVEDA" TO NOMBREFSGVEDA.
           MOVE "X" TO ABM.
           MOVE SPACES TO REGISTRO.
           MOVE SERVIDORIN TO REGISTRO(1:8).
           MOVE OPERIN TO REGISTRO(9:8).
           MOVE DETALLEIN TO REGISTRO(17:128).
           MOVE INICIOVEDA TO REGISTRO(145:8).
           MOVE ENTIDADVEDA TO REGISTRO(153:4).
           MOVE DESVEDA TO REGISTRO(157:64).
           CALL "SRUTRAZA" USING NOMBREFSGVEDA ABM REGISTRO.
       FIN-APUNTAEXCEPCION.
           EXIT.
