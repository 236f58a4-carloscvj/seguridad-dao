                      (SRPENDIENTE), DEJANDO EN FSGJUST LA
                      JUSTIFICACION "COPIA DE MODELO" DE CADA
                      UNA: NUNCA SE CONCEDE EN SILENCIO NI SIN
                      POR QUE. CADA PASADA LLEVA SU IDENTIFICADOR DE
                      EJECUCION (SRLOTE) EN EL REGISTRO mnu/SG/LOTEREG.
                      LOS ROLES TECNICOS DEL MODELO (TIPO-ROLE "T") NO
                      SE COPIAN A UNA PERSONA: EL DIFF LOS SENALA CON EL
                      MOTIVO Y EL RESUMEN LOS CUENTA APARTE (SRCHKTIER).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 RESULTADOPED                PIC 9.
       01 CNT-YATIENE                 PIC 9(8).
       01 CNT-ENCOLADAS               PIC 9(8).
       01 CNT-TECNICAS                PIC 9(8).
       01 PERMITETIER                 PIC 9.
       01 RAZONTIER                   PIC X(40).
       01 USUARIO                     PIC X(15) IS EXTERNAL.
       01 TEXTOJUST                   PIC X(64).
       01 TICKETVACIO                 PIC X(16) VALUE SPACES.
       01 RESULTADOJUST               PIC 9.

       01 ACCIONLOTE                  PIC X.
       01 PROGRAMALOTE                PIC X(12) VALUE "ISGMODELO".
       01 EJECUCIONLOTE               PIC X(16).

       LINKAGE SECTION.
       01 MODELOIN                    PIC X(64).
       01 OBJETIVOIN                  PIC X(64).
           MOVE 0 TO TOTALMOD.
           MOVE 0 TO CNT-YATIENE.
           MOVE 0 TO CNT-ENCOLADAS.
           MOVE 0 TO CNT-TECNICAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE "mnu/SG/FSGUR" TO NOMBREFSGUR.
       PROCESOS.
           MOVE "I" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           IF MODELOIN = SPACES OR OBJETIVOIN = SPACES OR
              MODELOIN = OBJETIVOIN
              DISPLAY "ISGMODELO MODELO U OBJETIVO INVALIDOS"
                  " YA TENIA=" CNT-YATIENE
                  " FALTAN=" CONTADORDIF
                  " ENCOLADAS=" CNT-ENCOLADAS
                  " TECNICAS=" CNT-TECNICAS
                  DELIMITED BY SIZE
                  INTO LINEASPOOL
           END-STRING.
           MOVE "C" TO ACCIONINF.
           CALL "SRINFORME" USING ACCIONINF NOMBREINF LINEASPOOL.
       FIN-PROCESOS.
           MOVE "F" TO ACCIONLOTE.
           CALL "SRLOTE" USING ACCIONLOTE PROGRAMALOTE
                EJECUCIONLOTE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.
                  INTO LINEASPOOL
           END-STRING.
           PERFORM ESCUPELINEA.
           CALL "SRCHKTIER" USING OBJETIVOIN TABLA-MOD(MM)
                PERMITETIER RAZONTIER.
           IF PERMITETIER = 0
              ADD 1 TO CNT-TECNICAS
              MOVE SPACES TO LINEASPOOL
              STRING "    NO SE COPIA: " RAZONTIER
                     DELIMITED BY SIZE
                     INTO LINEASPOOL
              END-STRING
              PERFORM ESCUPELINEA
              GO TO FIN-DIFIERE
           END-IF.
           IF APLICARIN = "S"
              MOVE SPACES TO REGISTROPED
              MOVE OBJETIVOIN TO REGISTROPED(1:64)
