       SECURITY.      PARTE FSGUSU DEL ARCHIVADO DE INACTIVOS: LOS
                      USUARIOS CON ACTIVO = "N" SIN CAMBIOS DESDE
                      ANTES DEL CORTE SE MUEVEN A FSGUSUARC CON SUS
                      CONCESIONES (SRARCFURU), TODO CON TRAZA. LOS
                      USUARIOS BAJO RETENCION LEGAL (FSGLEGAL) SE
                      LISTAN CON SU CASO Y NO SE ARCHIVAN. CADA USUARIO
                      ARCHIVADO QUEDA COMO ARCHIVADO EN EL REGISTRO
                      PERMANENTE DE CODIGOS FSGIDREG (SRIDREG): SU
                      CODIGO NO SE REUTILIZA Y SI VUELVE A ENTRAR POR
                      PERSONAL SE LE RESTAURA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 DIACORTE                    PIC 9(7).
       01 USUARCH                     PIC X(64).
       01 CONTUR                      PIC 9(8).
       01 CONTRET                     PIC 9(8).
       01 TIPOLEG                     PIC X(1) VALUE "U".
       01 FECHALEG                    PIC 9(8).
       01 RETENIDO                    PIC 9.
       01 CASOLEG                     PIC X(16).
       01 ACCIONREG                   PIC X(1) VALUE "R".
       01 EMPLEADOREG                 PIC X(12).
       01 DESREG                      PIC X(64).
       01 ESTADOREG                   PIC X(1) VALUE "X".
       01 RESREG                      PIC 9.

       LINKAGE SECTION.
       01 DIASEDAD                    PIC 9(4).
       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADOR.
           MOVE 0 TO CONTRET.
           MOVE "mnu/SG/FSGUSU" TO NOMBREFSGUSU.
           COMPUTE DIACORTE = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
              END-READ
              IF SIGUE = 1
                 IF ACTIVO = "N" AND MODFECHA < FECHACORTE
                    MOVE CLA TO USUARCH
                    MOVE MODFECHA TO FECHALEG
                    CALL "SRCHKLEGAL" USING TIPOLEG USUARCH FECHALEG
                         RETENIDO CASOLEG
                    IF RETENIDO = 1
                       ADD 1 TO CONTRET
                       DISPLAY "OMITIDO POR RETENCION LEGAL USUARIO "
                               USUARCH(1:40) " CASO " CASOLEG
                               UPON SYSOUT
                    ELSE
                       PERFORM ARCHIVAUSU
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FSGUSU.
           IF CONTRET > 0
              DISPLAY "ISGARCHUSU USUARIOS RETENIDOS=" CONTRET
                      UPON SYSOUT
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           MOVE "B" TO ABM.
           CALL "SRUTRAZA" USING NOMBREFSGUSU ABM REGISTRO.
           CALL "SRARCFURU" USING USUARCH CONTUR.
           MOVE SPACES TO EMPLEADOREG.
           MOVE REGISTRO(65:64) TO DESREG.
           CALL "SRIDREG" USING ACCIONREG USUARCH EMPLEADOREG DESREG
                ESTADOREG RESREG.
           DISPLAY "ARCHIVADO USUARIO " USUARCH(1:40)
                   " CONCESIONES=" CONTUR UPON SYSOUT.
       FIN-ARCHIVAUSU.
