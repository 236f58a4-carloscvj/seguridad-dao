       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ISGDWHFEC.
       AUTHOR.        El hacedor de SERVIDORES.
       SECURITY.      DIMENSION DE FECHAS DEL EXTRACTO PARA EL ALMACEN
                      (LA LLAMA ISGDWH): UNA FILA POR DIA DESDE EL 1 DE
                      ENERO DE HACE LOS ANOS DE LA CLAVE DWHANOS DE
                      FSGCFG (5 SI NO EXISTE) HASTA EL 31 DE DICIEMBRE
                      DEL ANO QUE VIENE, CON ANO, MES, DIA, TRIMESTRE,
                      DIA DE LA SEMANA (1 LUNES A 7 DOMINGO), TIPO DE
                      DIA DEL CALENDARIO GENERAL FSGCAL (SRCHKCAL) Y SI
                      ES LABORABLE. NO HAY TRAZA QUE SEGUIR: CADA NOCHE
                      SE RECALCULA Y, SI EL CALENDARIO HA CAMBIADO UN
                      DIA, SE ABRE UNA VERSION DERIVADA (ORIGEN "D") EN
                      EL HISTORICO FSGDWH (SRDWHVER) CON FECHA DE HOY.
                      RESULTADO 0 BIEN, 2 ERROR.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY "WO-ERRORES".
           COPY "WO-DWHIMG".

       01 HOY                         PIC 9(8).
       01 HOYPARTES REDEFINES HOY.
          05 HOY-ANO                  PIC 9(4).
          05 HOY-MESDIA               PIC 9(4).
       01 AHORAHORA                   PIC 9(6).
       01 ANOS                        PIC 9(2).
       01 FECHADIA                    PIC 9(8).
       01 FECHAPARTES REDEFINES FECHADIA.
          05 FD-ANO                   PIC 9(4).
          05 FD-MES                   PIC 9(2).
          05 FD-DIA                   PIC 9(2).
       01 DIAENTERO                   PIC 9(7).
       01 ULTIMOENTERO                PIC 9(7).
       01 LIMITE                      PIC 9(8).
       01 ENTIDADCAL                  PIC X(4) VALUE SPACES.
       01 TIPODIA                     PIC X(1).
       01 ENCONTRADOCAL               PIC 9.
       01 CFGCLAVE                    PIC X(32).
       01 VALORCFG                    PIC X(128).
       01 ENCONTRADOCFG               PIC 9.
       01 ACCIONVER                   PIC X(1).
       01 TIPOVER                     PIC X(1) VALUE "F".
       01 CLAVEVER                    PIC X(64).
       01 FECHAVER                    PIC 9(8).
       01 HORAVER                     PIC 9(6).
       01 ORIGENVER                   PIC X(1) VALUE "D".
       01 SECUENCIAVER                PIC 9(9) VALUE 0.
       01 RESULTADOVER                PIC 9.
       01 CNT-DIAS                    PIC 9(8).

       LINKAGE SECTION.
       01 CONTADOR                    PIC 9(8).
       01 RESULTADO                   PIC 9.

       PROCEDURE DIVISION USING CONTADOR RESULTADO.

       PROGRAMA SECTION.
       INICIALES.
           MOVE 0 TO CONTADOR.
           MOVE 0 TO RESULTADO.
           MOVE 0 TO CNT-DIAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AHORAHORA.
           MOVE 5 TO ANOS.
           MOVE "DWHANOS" TO CFGCLAVE.
           CALL "SRCFG" USING CFGCLAVE VALORCFG ENCONTRADOCFG.
           IF ENCONTRADOCFG NOT = 0 AND VALORCFG(1:2) NUMERIC
              MOVE VALORCFG(1:2) TO ANOS
           END-IF.
       PROCESOS.
           COMPUTE FD-ANO = HOY-ANO - ANOS.
           MOVE 1 TO FD-MES.
           MOVE 1 TO FD-DIA.
           COMPUTE DIAENTERO = FUNCTION INTEGER-OF-DATE(FECHADIA).
           COMPUTE LIMITE = (HOY-ANO + 1) * 10000 + 1231.
           COMPUTE ULTIMOENTERO = FUNCTION INTEGER-OF-DATE(LIMITE).
           MOVE "V" TO ACCIONVER.
           MOVE HOY TO FECHAVER.
           MOVE AHORAHORA TO HORAVER.
           PERFORM UNTIL DIAENTERO > ULTIMOENTERO
              PERFORM TRATADIA
              ADD 1 TO DIAENTERO
           END-PERFORM.
           MOVE "F" TO ACCIONVER.
           CALL "SRDWHVER" USING ACCIONVER TIPOVER CLAVEVER FECHAVER
                HORAVER ORIGENVER SECUENCIAVER DWHIMAGEN RESULTADOVER.
           DISPLAY "ISGDWHFEC DIAS=" CNT-DIAS
                   " VERSIONES=" CONTADOR
                   " RESULTADO=" RESULTADO UPON SYSOUT.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       TRATADIA SECTION.
       TDI.
           ADD 1 TO CNT-DIAS.
           COMPUTE FECHADIA = FUNCTION DATE-OF-INTEGER(DIAENTERO).
           MOVE SPACES TO DWHIMAGEN.
           MOVE FD-ANO TO IFE-ANO.
           MOVE FD-MES TO IFE-MES.
           MOVE FD-DIA TO IFE-DIA.
           COMPUTE IFE-TRIMESTRE = (FD-MES + 2) / 3.
           COMPUTE IFE-DIASEMANA = FUNCTION REM
                   (DIAENTERO - 1, 7) + 1.
           CALL "SRCHKCAL" USING ENTIDADCAL FECHADIA TIPODIA
                ENCONTRADOCAL.
           MOVE TIPODIA TO IFE-TIPO-DIA.
           IF IFE-DIASEMANA > 5 OR TIPODIA = "F"
              MOVE "N" TO IFE-LABORABLE
           ELSE
              MOVE "S" TO IFE-LABORABLE
           END-IF.
           MOVE SPACES TO CLAVEVER.
           MOVE FECHADIA TO CLAVEVER(1:8).
           CALL "SRDWHVER" USING ACCIONVER TIPOVER CLAVEVER FECHAVER
                HORAVER ORIGENVER SECUENCIAVER DWHIMAGEN RESULTADOVER.
           IF RESULTADOVER = 2
              MOVE 2 TO RESULTADO
           END-IF.
           IF RESULTADOVER = 0
              ADD 1 TO CONTADOR
           END-IF.
       FIN-TRATADIA.
           EXIT.
