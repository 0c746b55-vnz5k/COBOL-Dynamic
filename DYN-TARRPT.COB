      *********************************************************
      *PROGRAMA - REPORTE DE RETARDOS POR DEPARTAMENTO. PARA  *
      *EL MES CAPTURADO RECORRE EL MAESTRO POR DEPARTAMENTO Y *
      *EL DETALLE DIARIO DEL RELOJ (PUNCH-DET) DE CADA        *
      *EMPLEADO, Y MIDE LA CHECADA DE ENTRADA CONTRA LA HORA  *
      *DE ENTRADA DE SU TURNO EN SHIFT-MAST MAS LA TOLERANCIA *
      *(964-CALCULA-RETARDO). LISTA CADA RETARDO CON SUS      *
      *MINUTOS, CON SUBTOTAL POR DEPARTAMENTO Y TOTALES AL    *
      *PIE; LOS DIAS SIN CHECADA O DE UN TURNO SIN HORA FIJA  *
      *SE CUENTAN APARTE COMO NO MEDIBLES. ES LA MISMA MEDIDA *
      *CON LA QUE DYN-PUNCALC DECIDE EL PREMIO DE PUNTUALIDAD.*
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-TARRPT.

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
           COPY PCHFILE.
           COPY SHFFILE.

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

           COPY PCHFD.
           COPY SHFFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY PCHSTAT.
           COPY SHFSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-PCH-FLAG                  PIC 9.
       01 WS-MES                       PIC X(06).
       01 WS-DEP-X                     PIC X(03).
       01 WS-DEP-FILTRO                PIC 9(03).
       01 WS-TODOS                     PIC X.
       01 WS-DEP-ACTUAL                PIC 9(03).
       01 WS-DEP-NOM                   PIC X(20).
       01 WS-PRIMERO                   PIC X VALUE 'S'.

      *CUENTAS DEL DEPARTAMENTO EN CURSO Y DE TODO EL REPORTE.
       01 WS-DEP-DIAS                  PIC 9(06).
       01 WS-DEP-RETARDOS              PIC 9(05).
       01 WS-DEP-MINUTOS               PIC 9(07).
       01 WS-DEP-EMPLEADOS             PIC 9(05).
       01 WS-EMP-RETARDOS              PIC 9(03).
       01 WS-TOT-DIAS                  PIC 9(07) VALUE 0.
       01 WS-TOT-RETARDOS              PIC 9(06) VALUE 0.
       01 WS-TOT-MINUTOS               PIC 9(08) VALUE 0.
       01 WS-TOT-EMPLEADOS             PIC 9(06) VALUE 0.
       01 WS-TOT-NO-MEDIBLE            PIC 9(07) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     RETARDOS POR DEPARTAMENTO (MENSUAL)'.
           DISPLAY SEP.
           DISPLAY 'MES A REPORTAR (AAAAMM):'.
           ACCEPT WS-MES.
           IF WS-MES NOT NUMERIC
               DISPLAY 'MES INVALIDO'
               STOP RUN
           END-IF.
           DISPLAY 'DEPARTAMENTO (ENTER = TODOS):'.
           MOVE SPACES TO WS-DEP-X.
           ACCEPT WS-DEP-X.
           MOVE 'S' TO WS-TODOS.
           IF WS-DEP-X NOT = SPACES
               IF WS-DEP-X NOT NUMERIC
                   DISPLAY 'DEPARTAMENTO INVALIDO'
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-TODOS
               MOVE WS-DEP-X TO WS-DEP-FILTRO
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-PUNCHDET-PATH-DFLT TO WS-PUNCHDET-PATH.
           DISPLAY 'PUNCHDET_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PUNCHDET-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PUNCHDET-PATH = SPACES
               MOVE WS-PUNCHDET-PATH-DFLT TO WS-PUNCHDET-PATH
           END-IF.
           OPEN INPUT PUNCH-DET.
           IF WS-PCH-STATUS NOT = '00'
               DISPLAY 'SIN DETALLE DIARIO (DYN-TIMLOAD). '
                   'FILE STATUS: ' WS-PCH-STATUS
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           MOVE WS-SHIFTMAST-PATH-DFLT TO WS-SHIFTMAST-PATH.
           DISPLAY 'SHIFTMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SHIFTMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-SHIFTMAST-PATH = SPACES
               MOVE WS-SHIFTMAST-PATH-DFLT TO WS-SHIFTMAST-PATH
           END-IF.
           OPEN INPUT SHIFT-MAST.
           IF WS-SHF-STATUS NOT = '00'
               DISPLAY 'SIN TABLA DE TURNOS (DYN-SHFMNT); NO HAY '
                   'HORA DE ENTRADA CONTRA QUE MEDIR.'
               CLOSE PUNCH-DET
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           IF WS-TODOS = 'S'
               MOVE 0 TO CLV-DEP
           ELSE
               MOVE WS-DEP-FILTRO TO CLV-DEP
           END-IF.
           START EMPLEADO KEY IS NOT LESS THAN CLV-DEP
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           DISPLAY SEP.
           DISPLAY 'ID     NOMBRE                         FECHA    '
               'TURNO ENTRADA CHECO MINUTOS'.
           PERFORM 100-EMPLEADO UNTIL WS-FLAG = 1.
           IF WS-PRIMERO = 'N'
               PERFORM 300-CIERRA-DEPTO
           END-IF.
           CLOSE SHIFT-MAST.
           CLOSE PUNCH-DET.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           DISPLAY 'TOTALES DEL MES ' WS-MES.
           DISPLAY '  DIAS MEDIDOS:            ' WS-TOT-DIAS.
           DISPLAY '  RETARDOS:                ' WS-TOT-RETARDOS.
           DISPLAY '  MINUTOS DE RETARDO:      ' WS-TOT-MINUTOS.
           DISPLAY '  EMPLEADOS CON RETARDO:   ' WS-TOT-EMPLEADOS.
           DISPLAY '  DIAS NO MEDIBLES:        ' WS-TOT-NO-MEDIBLE
               ' (SIN CHECADA O TURNO SIN HORA DE ENTRADA)'.
           DISPLAY SEP.
           STOP RUN.

      *EL MAESTRO VIENE EN ORDEN DE DEPARTAMENTO; AL CAMBIAR SE
      *CIERRA EL SUBTOTAL DEL ANTERIOR.
       100-EMPLEADO.
           READ EMPLEADO NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF WS-TODOS = 'N' AND CLV-DEP NOT = WS-DEP-FILTRO
                       MOVE 1 TO WS-FLAG
                   ELSE
                       IF WS-PRIMERO = 'S'
                           MOVE 'N' TO WS-PRIMERO
                           PERFORM 310-ABRE-DEPTO
                       ELSE
                           IF CLV-DEP NOT = WS-DEP-ACTUAL
                               PERFORM 300-CIERRA-DEPTO
                               PERFORM 310-ABRE-DEPTO
                           END-IF
                       END-IF
                       PERFORM 200-DIAS
                   END-IF
           END-READ.

           200-DIAS.
               MOVE 0 TO WS-EMP-RETARDOS
               MOVE 0 TO WS-PCH-FLAG
               MOVE ID-EMPL TO PD-ID-EMPL
               MOVE SPACES TO PD-FECHA
               STRING WS-MES '00' DELIMITED BY SIZE INTO PD-FECHA
               START PUNCH-DET KEY IS NOT LESS THAN PD-KEY
                   INVALID KEY MOVE 1 TO WS-PCH-FLAG
               END-START
               PERFORM 210-DIA UNTIL WS-PCH-FLAG = 1
               IF WS-EMP-RETARDOS > 0
                   ADD 1 TO WS-DEP-EMPLEADOS
               END-IF.

           210-DIA.
               READ PUNCH-DET NEXT RECORD
                   AT END MOVE 1 TO WS-PCH-FLAG
                   NOT AT END
                       IF PD-ID-EMPL NOT = ID-EMPL
                           OR PD-FECHA(1:6) NOT = WS-MES
                           MOVE 1 TO WS-PCH-FLAG
                       ELSE
                           PERFORM 220-MIDE
                       END-IF
               END-READ.

           220-MIDE.
               PERFORM 964-CALCULA-RETARDO
               IF WS-TAR-EVALUA = 'N'
                   ADD 1 TO WS-TOT-NO-MEDIBLE
               ELSE
                   ADD 1 TO WS-DEP-DIAS
                   IF WS-TAR-RETARDO = 'S'
                       ADD 1 TO WS-EMP-RETARDOS
                       ADD 1 TO WS-DEP-RETARDOS
                       ADD WS-TAR-MINUTOS TO WS-DEP-MINUTOS
                       DISPLAY ID-EMPL ' ' NOM-EMPL ' ' PD-FECHA
                           '   ' WS-TAR-TURNO '   ' WS-TAR-INI
                           '    ' PD-ENTRADA '  ' WS-TAR-MINUTOS
                   END-IF
               END-IF.

       300-CIERRA-DEPTO.
           DISPLAY '  DEPTO ' WS-DEP-ACTUAL ' ' WS-DEP-NOM
               ' RETARDOS: ' WS-DEP-RETARDOS ' MINUTOS: '
               WS-DEP-MINUTOS ' EMPLEADOS: ' WS-DEP-EMPLEADOS
               ' DIAS MEDIDOS: ' WS-DEP-DIAS.
           DISPLAY SEP.
           ADD WS-DEP-DIAS TO WS-TOT-DIAS.
           ADD WS-DEP-RETARDOS TO WS-TOT-RETARDOS.
           ADD WS-DEP-MINUTOS TO WS-TOT-MINUTOS.
           ADD WS-DEP-EMPLEADOS TO WS-TOT-EMPLEADOS.

       310-ABRE-DEPTO.
           MOVE CLV-DEP TO WS-DEP-ACTUAL.
           MOVE NOM-DEP TO WS-DEP-NOM.
           MOVE 0 TO WS-DEP-DIAS.
           MOVE 0 TO WS-DEP-RETARDOS.
           MOVE 0 TO WS-DEP-MINUTOS.
           MOVE 0 TO WS-DEP-EMPLEADOS.

           COPY TARLKUP.
           COPY EMPCHKLKUP.
