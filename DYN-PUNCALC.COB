      *********************************************************
      *PROGRAMA - CALCULO DEL PREMIO DE PUNTUALIDAD Y         *
      *ASISTENCIA DEL PERIODO (AAAAMM) CON LAS REGLAS DE      *
      *PUN-RULES (DYN-PUNMNT). PARA CADA EMPLEADO ACTIVO      *
      *CUENTA LOS RETARDOS DEL PERIODO EN SU DETALLE DEL      *
      *RELOJ (PUNCH-DET CONTRA LA ENTRADA DEL TURNO EN        *
      *SHIFT-MAST, 964-CALCULA-RETARDO, LA MISMA MEDIDA DE    *
      *DYN-TARRPT) Y SUS FALTAS INJUSTIFICADAS ('F') DE       *
      *ABS-DIARIO. QUIEN QUEDA DENTRO DE LO QUE TOLERA CADA   *
      *REGLA GANA ESE PREMIO: EL PORCENTAJE SOBRE SU PAGO     *
      *BASE DEL PERIODO (HORAS-TRAB A TARIFA-HORA PARA LOS    *
      *POR HORA, SUE-MEN PARA LOS DEMAS) MAS EL IMPORTE FIJO. *
      *LA PUNTUALIDAD SOLO SE MIDE A QUIEN CHECA EN EL RELOJ  *
      *(TIPO-PAGO = 'H') Y LA ASISTENCIA DE UN EMPLEADO DEL   *
      *RELOJ EXIGE QUE HAYA CHECADO EN EL PERIODO.            *
      *EL RESULTADO QUEDA EN PRIM-DET COMO TIPO 'P' / 'A',    *
      *QUE LA CORRIDA DE NOMINA SUMA AL BRUTO COMO PERCEPCION *
      *PROPIA (DEDDET 'A') Y MARCA PAGADO. SE CORRE DESPUES   *
      *DE LA CARGA DE HORAS Y ANTES DE LA NOMINA; RECORRERLA  *
      *REPONE LO CALCULADO Y NO TOCA LO YA PAGADO.            *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-PUNCALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADO ASSIGN TO WS-DYN-PATH
           ORGANIZATION  IS  INDEXED
           RECORD KEY IS ID-EMPL
           ALTERNATE RECORD KEY NOM-DEP  WITH DUPLICATES
           ALTERNATE RECORD KEY NOM-EMPL WITH DUPLICATES
           ALTERNATE RECORD KEY CLV-DEP WITH DUPLICATES
           ALTERNATE RECORD KEY F-ING WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-EMP-STATUS.
           COPY PUNFILE.
           COPY PCHFILE.
           COPY SHFFILE.
           COPY ABSFILE.
           COPY PRDFILE.
           COPY QSCFILE.
           COPY OPERFILE.
           COPY EXCFILE.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADO.
       01 REG-EMPL.
           05 ID-EMPL                  PIC 9(06).
           05 NOM-EMPL                 PIC X(30).
           05 CLV-DEP                  PIC 9(03).
           05 NOM-DEP                  PIC X(20).
           05 ID-TAB-S                 PIC A.
           05 SUE-MEN                  PIC 9(07)V99.
           05 F-ING                    PIC X(08).
           05 EMP-STATUS               PIC X.
           05 TERM-REASON               PIC X.
           05 TERM-FECHA                PIC X(08).
           05 REHIRE-FECHA              PIC X(08).
           05 REHIRE-ID-ORIG            PIC 9(06).
           05 TELEFONO                   PIC X(12).
           05 EMAIL                      PIC X(30).
           05 TIPO-PAGO                  PIC X.
           05 HORAS-TRAB                 PIC 9(03)V99.
           05 TARIFA-HORA                PIC 9(03)V99.
           05 HORAS-EXTRA                PIC 9(03)V99.
           05 TARIFA-EXTRA               PIC 9(03)V99.
           05 YTD-SUE                    PIC 9(08)V99.
           05 BANCO-CLV                  PIC X(03).
           05 CTA-CLABE                  PIC X(18).
           05 TURNO-CLV                  PIC X.
           05 F-NAC                      PIC X(08).
           05 RFC                        PIC X(13).
           05 CURP                       PIC X(18).
           05 NSS                        PIC X(11).
           05 GRUPO-PAGO                 PIC X.
           05 SUP-ID                     PIC 9(06).
           05 CIA-CLV                    PIC X(02).
           05 METODO-PAGO                PIC X.
           05 SUC-CLV                    PIC X(03).

           COPY PUNFD.
           COPY PCHFD.
           COPY SHFFD.
           COPY ABSFD.
           COPY PRDFD.
           COPY QSCFD.
           COPY OPERFD.
           COPY EXCFD.

       WORKING-STORAGE SECTION.
           COPY QSCSTAT.
           COPY OPERSTAT.
           COPY EXCSTAT.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY PUNSTAT.
           COPY PCHSTAT.
           COPY SHFSTAT.
           COPY ABSSTAT.
           COPY PRDSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-PCH-FLAG                  PIC 9.
       01 WS-PERIODO                   PIC X(06).
       01 WS-HOY                       PIC 9(08).

      *REGLAS DEL PERIODO; SIN REGISTRO ESE PREMIO NO SE PAGA.
       01 WS-PUN-HAY                   PIC X VALUE 'N'.
       01 WS-PUN-MAX                   PIC 9(02).
       01 WS-PUN-PCT                   PIC 9V999.
       01 WS-PUN-FIJO                  PIC 9(05)V99.
       01 WS-ASI-HAY                   PIC X VALUE 'N'.
       01 WS-ASI-MAX                   PIC 9(02).
       01 WS-ASI-PCT                   PIC 9V999.
       01 WS-ASI-FIJO                  PIC 9(05)V99.
       01 WS-PCH-OK                    PIC X VALUE 'N'.
       01 WS-ABS-OK                    PIC X VALUE 'N'.

      *INCIDENCIAS DEL EMPLEADO EN TURNO.
       01 WS-DIAS-CHECADOS             PIC 9(03).
       01 WS-DIAS-MEDIDOS              PIC 9(03).
       01 WS-RETARDOS                  PIC 9(03).
       01 WS-FALTAS                    PIC 9(03).
       01 WS-BASE                      PIC 9(07)V99.
       01 WS-GANA                      PIC X.
       01 WS-IMPORTE                   PIC 9(07)V99.
       01 WS-INCIDENCIAS               PIC 9(03).

      *RENGLON DE PRIM-DET QUE GRABA 400-GRABA.
       01 WS-G-TIPO                    PIC X.

       01 WS-EVALUADOS                 PIC 9(06) VALUE 0.
       01 WS-CNT-PUN                   PIC 9(06) VALUE 0.
       01 WS-CNT-ASI                   PIC 9(06) VALUE 0.
       01 WS-TOT-PUN                   PIC 9(09)V99 VALUE 0.
       01 WS-TOT-ASI                   PIC 9(09)V99 VALUE 0.
       01 WS-YA-PAGADOS                PIC 9(06) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
      *CANDADO DE VENTANA DE LOTE, COMO EN DYN-TIMLOAD: EL PREMIO
      *NO SE RECALCULA MIENTRAS CORRE LA NOMINA.
           MOVE 'DYNPUNCL' TO WS-QSC-PROGRAMA.
           PERFORM 977-CHECA-QUIESCE.
           IF WS-QSC-BLOQUEA = 'S'
               PERFORM 978-QUIESCE-OVERRIDE THRU 978-SALIDA
               IF WS-QSC-PASA NOT = 'S'
                   DISPLAY 'CALCULO CERRADO MIENTRAS CORRE EL '
                       'LOTE; INTENTE AL TERMINAR.'
                   STOP RUN
               END-IF
           END-IF.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           DISPLAY SEP.
           DISPLAY '     PREMIO DE PUNTUALIDAD Y ASISTENCIA'.
           DISPLAY SEP.
           PERFORM 050-PIDE-PERIODO.
           PERFORM 060-LEE-REGLAS.
           IF WS-PUN-HAY = 'N' AND WS-ASI-HAY = 'N'
               DISPLAY 'SIN REGLAS DE PREMIO (DYN-PUNMNT); NO HAY '
                   'NADA QUE CALCULAR.'
               STOP RUN
           END-IF.
           PERFORM 070-ABRE.
           PERFORM 100-EMPLEADO UNTIL WS-FLAG = 1.
           CLOSE PRIM-DET.
           IF WS-ABS-OK = 'S'
               CLOSE ABS-DIARIO
           END-IF.
           IF WS-PCH-OK = 'S'
               CLOSE SHIFT-MAST
               CLOSE PUNCH-DET
           END-IF.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           DISPLAY 'PERIODO ' WS-PERIODO ' EMPLEADOS EVALUADOS: '
               WS-EVALUADOS.
           DISPLAY 'PREMIO PUNTUALIDAD: ' WS-CNT-PUN ' EMPLEADOS '
               WS-TOT-PUN.
           DISPLAY 'PREMIO ASISTENCIA:  ' WS-CNT-ASI ' EMPLEADOS '
               WS-TOT-ASI.
           IF WS-YA-PAGADOS > 0
               DISPLAY 'RENGLONES YA PAGADOS QUE NO SE TOCARON: '
                   WS-YA-PAGADOS
           END-IF.
           DISPLAY SEP.
           STOP RUN.

           050-PIDE-PERIODO.
               DISPLAY 'PERIODO DEL PREMIO (AAAAMM):'
               ACCEPT WS-PERIODO
               IF WS-PERIODO NOT NUMERIC
                   DISPLAY 'PERIODO INVALIDO'
                   PERFORM 050-PIDE-PERIODO
               END-IF.

           060-LEE-REGLAS.
               MOVE WS-PUNRULES-PATH-DFLT TO WS-PUNRULES-PATH
               DISPLAY 'PUNRULES_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-PUNRULES-PATH FROM ENVIRONMENT-VALUE
               IF WS-PUNRULES-PATH = SPACES
                   MOVE WS-PUNRULES-PATH-DFLT TO WS-PUNRULES-PATH
               END-IF
               OPEN INPUT PUN-RULES
               IF WS-PUN-STATUS = '00'
                   MOVE 'P' TO PU-CLV
                   READ PUN-RULES KEY IS PU-CLV
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-PUN-HAY
                           MOVE PU-MAX-INC TO WS-PUN-MAX
                           MOVE PU-PCT TO WS-PUN-PCT
                           MOVE PU-FIJO TO WS-PUN-FIJO
                   END-READ
                   MOVE 'A' TO PU-CLV
                   READ PUN-RULES KEY IS PU-CLV
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-ASI-HAY
                           MOVE PU-MAX-INC TO WS-ASI-MAX
                           MOVE PU-PCT TO WS-ASI-PCT
                           MOVE PU-FIJO TO WS-ASI-FIJO
                   END-READ
                   CLOSE PUN-RULES
               END-IF.

      *SIN DETALLE DEL RELOJ NO SE MIDE PUNTUALIDAD; SIN AUSENCIAS
      *CAPTURADAS NADIE TIENE FALTAS.
           070-ABRE.
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
               DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE
               IF WS-DYN-PATH = SPACES
                   MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
               END-IF
               OPEN INPUT EMPLEADO
               PERFORM 990-CHK-EMP-STATUS
               MOVE WS-PUNCHDET-PATH-DFLT TO WS-PUNCHDET-PATH
               DISPLAY 'PUNCHDET_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-PUNCHDET-PATH FROM ENVIRONMENT-VALUE
               IF WS-PUNCHDET-PATH = SPACES
                   MOVE WS-PUNCHDET-PATH-DFLT TO WS-PUNCHDET-PATH
               END-IF
               MOVE WS-SHIFTMAST-PATH-DFLT TO WS-SHIFTMAST-PATH
               DISPLAY 'SHIFTMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-SHIFTMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-SHIFTMAST-PATH = SPACES
                   MOVE WS-SHIFTMAST-PATH-DFLT TO WS-SHIFTMAST-PATH
               END-IF
               OPEN INPUT PUNCH-DET
               IF WS-PCH-STATUS = '00'
                   OPEN INPUT SHIFT-MAST
                   IF WS-SHF-STATUS = '00'
                       MOVE 'S' TO WS-PCH-OK
                   ELSE
                       CLOSE PUNCH-DET
                   END-IF
               END-IF
               IF WS-PCH-OK = 'N'
                   DISPLAY 'SIN DETALLE DEL RELOJ O SIN TABLA DE '
                       'TURNOS; NO SE PAGA PUNTUALIDAD NI ASISTENCIA '
                       'A LOS DEL RELOJ.'
               END-IF
               MOVE WS-ABSDIARIO-PATH-DFLT TO WS-ABSDIARIO-PATH
               DISPLAY 'ABSDIARIO_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-ABSDIARIO-PATH FROM ENVIRONMENT-VALUE
               IF WS-ABSDIARIO-PATH = SPACES
                   MOVE WS-ABSDIARIO-PATH-DFLT TO WS-ABSDIARIO-PATH
               END-IF
               OPEN INPUT ABS-DIARIO
               IF WS-ABS-STATUS = '00'
                   MOVE 'S' TO WS-ABS-OK
               END-IF
               MOVE WS-PRIMDET-PATH-DFLT TO WS-PRIMDET-PATH
               DISPLAY 'PRIMDET_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-PRIMDET-PATH FROM ENVIRONMENT-VALUE
               IF WS-PRIMDET-PATH = SPACES
                   MOVE WS-PRIMDET-PATH-DFLT TO WS-PRIMDET-PATH
               END-IF
               OPEN I-O PRIM-DET
               IF WS-PRD-STATUS = '35'
                   OPEN OUTPUT PRIM-DET
                   CLOSE PRIM-DET
                   OPEN I-O PRIM-DET
               END-IF.

       100-EMPLEADO.
           READ EMPLEADO NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF EMP-STATUS NOT = 'I'
                       PERFORM 200-EVALUA
                   END-IF
           END-READ.

       200-EVALUA.
           ADD 1 TO WS-EVALUADOS.
           MOVE 0 TO WS-DIAS-CHECADOS.
           MOVE 0 TO WS-DIAS-MEDIDOS.
           MOVE 0 TO WS-RETARDOS.
           MOVE 0 TO WS-FALTAS.
           IF TIPO-PAGO = 'H' AND WS-PCH-OK = 'S'
               PERFORM 210-RETARDOS
           END-IF.
           IF WS-ABS-OK = 'S'
               PERFORM 230-FALTAS
           END-IF.
           IF TIPO-PAGO = 'H'
               COMPUTE WS-BASE ROUNDED = HORAS-TRAB * TARIFA-HORA
           ELSE
               MOVE SUE-MEN TO WS-BASE
           END-IF.
      *PUNTUALIDAD: SOLO A QUIEN SE LE PUDO MEDIR ALGUN DIA.
           MOVE 'N' TO WS-GANA.
           MOVE 0 TO WS-IMPORTE.
           IF WS-PUN-HAY = 'S' AND TIPO-PAGO = 'H'
               AND WS-DIAS-MEDIDOS > 0
               AND WS-RETARDOS NOT > WS-PUN-MAX
               MOVE 'S' TO WS-GANA
               COMPUTE WS-IMPORTE ROUNDED =
                   WS-BASE * WS-PUN-PCT + WS-PUN-FIJO
           END-IF.
           MOVE 'P' TO WS-G-TIPO.
           MOVE WS-RETARDOS TO WS-INCIDENCIAS.
           PERFORM 400-GRABA.
      *ASISTENCIA: EL DEL RELOJ DEBE HABER CHECADO EN EL PERIODO.
           MOVE 'N' TO WS-GANA.
           MOVE 0 TO WS-IMPORTE.
           IF WS-ASI-HAY = 'S'
               AND WS-FALTAS NOT > WS-ASI-MAX
               AND (TIPO-PAGO NOT = 'H' OR WS-DIAS-CHECADOS > 0)
               MOVE 'S' TO WS-GANA
               COMPUTE WS-IMPORTE ROUNDED =
                   WS-BASE * WS-ASI-PCT + WS-ASI-FIJO
           END-IF.
           MOVE 'A' TO WS-G-TIPO.
           MOVE WS-FALTAS TO WS-INCIDENCIAS.
           PERFORM 400-GRABA.

           210-RETARDOS.
               MOVE 0 TO WS-PCH-FLAG
               MOVE ID-EMPL TO PD-ID-EMPL
               MOVE SPACES TO PD-FECHA
               STRING WS-PERIODO '00' DELIMITED BY SIZE INTO PD-FECHA
               START PUNCH-DET KEY IS NOT LESS THAN PD-KEY
                   INVALID KEY MOVE 1 TO WS-PCH-FLAG
               END-START
               PERFORM 220-DIA UNTIL WS-PCH-FLAG = 1.

           220-DIA.
               READ PUNCH-DET NEXT RECORD
                   AT END MOVE 1 TO WS-PCH-FLAG
                   NOT AT END
                       IF PD-ID-EMPL NOT = ID-EMPL
                           OR PD-FECHA(1:6) NOT = WS-PERIODO
                           MOVE 1 TO WS-PCH-FLAG
                       ELSE
                           ADD 1 TO WS-DIAS-CHECADOS
                           PERFORM 964-CALCULA-RETARDO
                           IF WS-TAR-EVALUA = 'S'
                               ADD 1 TO WS-DIAS-MEDIDOS
                           END-IF
                           IF WS-TAR-RETARDO = 'S'
                               ADD 1 TO WS-RETARDOS
                           END-IF
                       END-IF
               END-READ.

           230-FALTAS.
               MOVE 0 TO WS-PCH-FLAG
               MOVE ID-EMPL TO AB-ID-EMPL
               MOVE SPACES TO AB-FECHA
               STRING WS-PERIODO '00' DELIMITED BY SIZE INTO AB-FECHA
               START ABS-DIARIO KEY IS NOT LESS THAN AB-KEY
                   INVALID KEY MOVE 1 TO WS-PCH-FLAG
               END-START
               PERFORM 240-AUSENCIA UNTIL WS-PCH-FLAG = 1.

           240-AUSENCIA.
               READ ABS-DIARIO NEXT RECORD
                   AT END MOVE 1 TO WS-PCH-FLAG
                   NOT AT END
                       IF AB-ID-EMPL NOT = ID-EMPL
                           OR AB-FECHA(1:6) NOT = WS-PERIODO
                           MOVE 1 TO WS-PCH-FLAG
                       ELSE
                           IF AB-RAZON = 'F'
                               ADD 1 TO WS-FALTAS
                           END-IF
                       END-IF
               END-READ.

      *EL RENGLON SE REPONE COMPLETO; SI YA NO GANA SE BORRA EL
      *ANTERIOR SIN PAGAR, Y UNO YA PAGADO NO SE TOCA.
       400-GRABA.
           MOVE ID-EMPL TO PQ-ID-EMPL.
           MOVE WS-PERIODO TO PQ-PERIODO.
           MOVE WS-G-TIPO TO PQ-TIPO.
           READ PRIM-DET KEY IS PQ-KEY
               INVALID KEY
                   IF WS-GANA = 'S' AND WS-IMPORTE > 0
                       PERFORM 410-LLENA
                       MOVE 'N' TO PQ-PAGADO
                       WRITE PRD-REC
                       PERFORM 420-CUENTA
                   END-IF
               NOT INVALID KEY
                   IF PQ-PAGADO = 'S'
                       ADD 1 TO WS-YA-PAGADOS
                   ELSE
                       IF WS-GANA = 'S' AND WS-IMPORTE > 0
                           PERFORM 410-LLENA
                           REWRITE PRD-REC
                           PERFORM 420-CUENTA
                       ELSE
                           DELETE PRIM-DET RECORD
                       END-IF
                   END-IF
           END-READ.

           410-LLENA.
               MOVE WS-INCIDENCIAS TO PQ-DIAS
               MOVE 0 TO PQ-HORAS
               MOVE WS-IMPORTE TO PQ-IMPORTE
               MOVE WS-HOY TO PQ-F-CALC.

           420-CUENTA.
               IF WS-G-TIPO = 'P'
                   ADD 1 TO WS-CNT-PUN
                   ADD WS-IMPORTE TO WS-TOT-PUN
                   DISPLAY ID-EMPL ' ' NOM-EMPL ' PUNTUALIDAD ('
                       WS-RETARDOS ' RETARDOS): ' WS-IMPORTE
               ELSE
                   ADD 1 TO WS-CNT-ASI
                   ADD WS-IMPORTE TO WS-TOT-ASI
                   DISPLAY ID-EMPL ' ' NOM-EMPL ' ASISTENCIA ('
                       WS-FALTAS ' FALTAS): ' WS-IMPORTE
               END-IF.

           COPY TARLKUP.
           COPY EMPCHKLKUP.
           COPY QSCLKUP.
           COPY QSCOVR.
