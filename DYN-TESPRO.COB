      *********************************************************
      *PROGRAMA - PROYECCION DE FONDEO DE TESORERIA. PARA LAS *
      *PROXIMAS N FECHAS DE PAGO DE CADA GRUPO ('S' / 'M')    *
      *ESTIMA EL NETO A PAGAR SEPARADO EN DEPOSITO Y CHEQUE   *
      *(MISMA REGLA DE METODO-PAGO QUE DYN-DEPEXT Y           *
      *DYN-CHKPAY). PARTE DEL ULTIMO NETO ASENTADO EN PAYHIST *
      *DE CADA EMPLEADO ACTIVO; QUITA LAS BAJAS; AJUSTA LOS   *
      *AUMENTOS PENDIENTES EN FUT-PEND DESDE LA FECHA EN QUE  *
      *RIGEN (DIFERENCIA DE NETO CON 916-CALCULA-ISR); Y SUMA *
      *LAS ALTAS SIN HISTORIA Y LAS ALTAS EN ESPERA DE        *
      *APROBACION EN PEND-MAST DESDE SU INGRESO. CADA PERIODO *
      *SE PAGA EL ULTIMO DIA HABIL DE SU MES (938-DIA-HABIL,  *
      *COMO DYN-NEXTRUN) Y EL PRIMERO ES EL QUE SIGUE AL      *
      *ULTIMO ASENTADO DEL GRUPO. AGREGA LOS ENTEROS A        *
      *TERCEROS NO PAGADOS DE REM-CTL EN SU VENCIMIENTO (DIA  *
      *17 DEL MES SIGUIENTE AL PERIODO, RECORRIDO AL DIA      *
      *HABIL; LOS VENCIDOS CAEN HOY) Y LOS CHEQUES EMITIDOS   *
      *SIN COBRAR DE CHK-REG COMO TRANSITO QUE PUEDE CARGARSE *
      *DESDE HOY. EL CALENDARIO DE FONDEO RESULTANTE SE       *
      *MUESTRA Y QUEDA EN EL ARCHIVO FONDEO PARA TESORERIA.   *
      *********************************************************
      *LAYOUT DEL ARCHIVO FONDEO (UN RENGLON POR FECHA):      *
      *  POS 01-08  FECHA         PIC X(08)                   *
      *  POS 10-21  DEPOSITOS     PIC 9(10)V99 (CENTAVOS      *
      *                           IMPLICITOS, IGUAL EN TODOS) *
      *  POS 23-34  CHEQUES       PIC 9(10)V99                *
      *  POS 36-47  ENTEROS       PIC 9(10)V99                *
      *  POS 49-60  TRANSITO      PIC 9(10)V99                *
      *  POS 62-73  TOTAL DIA     PIC 9(10)V99                *
      *  POS 75-86  ACUMULADO     PIC 9(10)V99                *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-TESPRO.

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

           SELECT FONDEO ASSIGN TO WS-FONDEO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FON-STATUS.
           COPY PAYHFILE.
           COPY FUTFILE.
           COPY PENDFILE.
           COPY REMFILE.
           COPY CHKRFILE.
           COPY TAXFILE.
           COPY CALFILE.

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

       FD FONDEO.
       01 FON-REC.
           05 FON-FECHA                PIC X(08).
           05 FILLER                   PIC X VALUE SPACE.
           05 FON-DEPOSITOS            PIC 9(10)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 FON-CHEQUES              PIC 9(10)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 FON-ENTEROS              PIC 9(10)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 FON-TRANSITO             PIC 9(10)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 FON-TOTAL                PIC 9(10)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 FON-ACUMULADO            PIC 9(10)V99.

           COPY PAYHFD.
           COPY FUTFD.
           COPY PENDFD.
           COPY REMFD.
           COPY CHKRFD.
           COPY TAXFD.
           COPY CALFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY PAYHSTAT.
           COPY FUTSTAT.
           COPY PENDSTAT.
           COPY REMSTAT.
           COPY CHKRSTAT.
           COPY TAXSTAT.
           COPY CALSTAT.
       01 WS-FON-STATUS                PIC X(02).
       01 WS-FONDEO-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\FONDEO.TXT'.
       01 WS-FONDEO-PATH               PIC X(80).
       01 WS-PAGO-CALC                 PIC 9(07)V99.
       01 WS-FLAG                      PIC 9.
       01 WS-PH-FLAG                   PIC 9.
       01 WS-FUT-FLAG                  PIC 9.
       01 WS-HOY                       PIC 9(08).

      *NUMERO DE FECHAS DE PAGO A PROYECTAR POR GRUPO.
       01 WS-N                         PIC 9(02).

      *POR GRUPO (1 = 'S' SEMANAL, 2 = 'M' MENSUAL; UN GRUPO EN
      *SPACES CUENTA COMO 'M'): ULTIMO PERIODO ASENTADO EN PAYHIST
      *Y SUS FECHAS DE PAGO PROYECTADAS CON LO QUE CADA UNA PIDE.
       01 WS-G                         PIC 9.
       01 WS-I                         PIC 9(02).
       01 WS-GRUPOS.
           05 WS-GR OCCURS 2 TIMES.
               10 WS-GR-CLV            PIC X.
               10 WS-GR-ULT-PER        PIC X(06).
               10 WS-GR-FECHA OCCURS 12 TIMES.
                   15 WS-PD-PERIODO    PIC X(06).
                   15 WS-PD-FECHA      PIC 9(08).
                   15 WS-PD-EMPS       PIC 9(05).
                   15 WS-PD-DEP        PIC 9(10)V99.
                   15 WS-PD-CHK        PIC 9(10)V99.

      *ARMADO DE FECHAS (ULTIMO DIA HABIL / VENCIMIENTO DE ENTERO).
       01 WS-FECHA-ARM.
           05 WS-FA-ANO                PIC 9(04).
           05 WS-FA-MES                PIC 9(02).
           05 WS-FA-DIA                PIC 9(02).
       01 WS-FECHA-N REDEFINES WS-FECHA-ARM
                                       PIC 9(08).
       01 WS-INTENTOS                  PIC 9(02).
       01 WS-PER-ARM.
           05 WS-PA-ANO                PIC 9(04).
           05 WS-PA-MES                PIC 9(02).
       01 WS-PER-X REDEFINES WS-PER-ARM
                                       PIC X(06).

      *EMPLEADO EN TURNO: ULTIMO NETO REGULAR ASENTADO, NETO BASE
      *DE LA PROYECCION Y SI COBRA POR CHEQUE.
       01 WS-BASE-HAY                  PIC X.
       01 WS-BASE-PER                  PIC X(06).
       01 WS-BASE-NETO                 PIC 9(07)V99.
       01 WS-BRUTO-ACT                 PIC 9(07)V99.
       01 WS-NETO-ACT                  PIC 9(07)V99.
       01 WS-NETO-FECHA                PIC S9(07)V99.
       01 WS-ES-CHEQUE                 PIC X.
       01 WS-INGRESO                   PIC X(08).

      *AUMENTOS PENDIENTES DEL EMPLEADO (FECHA EN QUE RIGE, SUELDO
      *NUEVO Y SU NETO).
       01 WS-FUT-TABLA.
           05 WS-FUT-ENT OCCURS 10 TIMES.
               10 WS-FUT-FECHA         PIC X(08).
               10 WS-FUT-SUE           PIC 9(07)V99.
               10 WS-FUT-NETO          PIC 9(07)V99.
       01 WS-FUT-USADOS                PIC 9(02).
       01 WS-FUT-I                     PIC 9(02).
       01 WS-FUT-SEL                   PIC 9(02).

      *CALENDARIO DE FONDEO, ORDENADO POR FECHA.
       01 WS-CAL-TABLA.
           05 WS-CF OCCURS 99 TIMES.
               10 WS-CF-FECHA          PIC 9(08).
               10 WS-CF-DEP            PIC 9(10)V99.
               10 WS-CF-CHK            PIC 9(10)V99.
               10 WS-CF-ENT            PIC 9(10)V99.
               10 WS-CF-TRA            PIC 9(10)V99.
       01 WS-CF-USADOS                 PIC 9(02) VALUE 0.
       01 WS-CF-I                      PIC 9(02).
       01 WS-CF-J                      PIC 9(02).
       01 WS-CF-POS                    PIC 9(02).
       01 WS-CF-LLENO                  PIC X VALUE 'N'.
       01 WS-PIDE-FECHA                PIC 9(08).
       01 WS-PIDE-DEP                  PIC 9(10)V99.
       01 WS-PIDE-CHK                  PIC 9(10)V99.
       01 WS-PIDE-ENT                  PIC 9(10)V99.
       01 WS-PIDE-TRA                  PIC 9(10)V99.
       01 WS-DIA-TOTAL                 PIC 9(10)V99.
       01 WS-ACUMULADO                 PIC 9(10)V99 VALUE 0.

      *CONTADORES DEL PIE.
       01 WS-EMPLEADOS                 PIC 9(05) VALUE 0.
       01 WS-BAJAS                     PIC 9(05) VALUE 0.
       01 WS-BAJAS-NETO                PIC 9(09)V99 VALUE 0.
       01 WS-SIN-HIST                  PIC 9(05) VALUE 0.
       01 WS-CON-AUMENTO               PIC 9(05) VALUE 0.
       01 WS-ALTAS-PEND                PIC 9(05) VALUE 0.
       01 WS-ENTEROS                   PIC 9(05) VALUE 0.
       01 WS-ENTEROS-VENC              PIC 9(05) VALUE 0.
       01 WS-TRANSITO                  PIC 9(05) VALUE 0.
       01 WS-TRANSITO-MONTO            PIC 9(10)V99 VALUE 0.

       01 WS-LINEA.
           05 WS-L-FECHA               PIC 9(08).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-DEP                 PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-CHK                 PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-ENT                 PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-TRA                 PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-TOT                 PIC ZZ,ZZZ,ZZ9.99.

       01 WS-L-MONTO                   PIC ZZ,ZZZ,ZZ9.99.
       01 WS-L-MONTO2                  PIC ZZ,ZZZ,ZZ9.99.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           DISPLAY SEP.
           DISPLAY '     PROYECCION DE FONDEO DE NOMINA (TESORERIA)'.
           DISPLAY SEP.
           PERFORM 050-PIDE-N.
           MOVE 'S' TO WS-GR-CLV (1).
           MOVE 'M' TO WS-GR-CLV (2).
           MOVE SPACES TO WS-GR-ULT-PER (1).
           MOVE SPACES TO WS-GR-ULT-PER (2).
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH.
           DISPLAY 'PAYHIST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PAYHIST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PAYHIST-PATH = SPACES
               MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
           END-IF.
           OPEN INPUT PAYHIST.
           IF WS-PAYH-STATUS NOT = '00'
               DISPLAY 'SIN HISTORICO DE PAGOS (DYN-PAYRUN). '
                   'FILE STATUS: ' WS-PAYH-STATUS
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           MOVE WS-FUTPEND-PATH-DFLT TO WS-FUTPEND-PATH.
           DISPLAY 'FUTPEND_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-FUTPEND-PATH FROM ENVIRONMENT-VALUE.
           IF WS-FUTPEND-PATH = SPACES
               MOVE WS-FUTPEND-PATH-DFLT TO WS-FUTPEND-PATH
           END-IF.
           OPEN INPUT FUT-PEND.
           PERFORM 100-ULTIMO-ASENTADO.
           PERFORM 150-FECHAS-DE-PAGO
               VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 2.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO ID-EMPL.
           START EMPLEADO KEY IS NOT LESS THAN ID-EMPL
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 200-EMPLEADO UNTIL WS-FLAG = 1.
           CLOSE EMPLEADO.
           CLOSE PAYHIST.
           IF WS-FUT-STATUS = '00'
               CLOSE FUT-PEND
           END-IF.
           PERFORM 400-ALTAS-EN-ESPERA.
           PERFORM 500-ARMA-CALENDARIO.
           PERFORM 600-ENTEROS.
           PERFORM 700-TRANSITO.
           PERFORM 800-REPORTE.
           STOP RUN.

           050-PIDE-N.
               DISPLAY 'FECHAS DE PAGO A PROYECTAR POR GRUPO (1-12):'
               ACCEPT WS-N
               IF WS-N < 1 OR WS-N > 12
                   DISPLAY 'NUMERO INVALIDO'
                   PERFORM 050-PIDE-N
               END-IF.

      *ULTIMO PERIODO REGULAR ASENTADO DE CADA GRUPO; LOS DEMAS
      *GRUPOS DE PAYHIST (EXTRA, AGUINALDO, ETC.) NO SE PROYECTAN.
       100-ULTIMO-ASENTADO.
           MOVE 0 TO WS-PH-FLAG.
           PERFORM 110-LEE-HISTORICO UNTIL WS-PH-FLAG = 1.

           110-LEE-HISTORICO.
               READ PAYHIST NEXT RECORD
                   AT END MOVE 1 TO WS-PH-FLAG
                   NOT AT END
                       MOVE 0 TO WS-G
                       IF PH-GRUPO = 'S'
                           MOVE 1 TO WS-G
                       END-IF
                       IF PH-GRUPO = 'M' OR PH-GRUPO = SPACE
                           MOVE 2 TO WS-G
                       END-IF
                       IF WS-G NOT = 0
                           IF WS-GR-ULT-PER (WS-G) = SPACES
                               OR PH-PERIODO > WS-GR-ULT-PER (WS-G)
                               MOVE PH-PERIODO
                                   TO WS-GR-ULT-PER (WS-G)
                           END-IF
                       END-IF
               END-READ.

      *EL PRIMER PERIODO A PROYECTAR ES EL QUE SIGUE AL ULTIMO
      *ASENTADO (EL MES EN CURSO SI EL GRUPO NO TIENE HISTORIA).
       150-FECHAS-DE-PAGO.
           IF WS-GR-ULT-PER (WS-G) = SPACES
               MOVE WS-HOY (1:6) TO WS-PER-X
           ELSE
               MOVE WS-GR-ULT-PER (WS-G) TO WS-PER-X
               PERFORM 160-SIGUIENTE-PERIODO
           END-IF.
           PERFORM 170-UNA-FECHA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-N.

           160-SIGUIENTE-PERIODO.
               ADD 1 TO WS-PA-MES
               IF WS-PA-MES > 12
                   MOVE 1 TO WS-PA-MES
                   ADD 1 TO WS-PA-ANO
               END-IF.

           170-UNA-FECHA.
               MOVE WS-PER-X TO WS-PD-PERIODO (WS-G WS-I)
               MOVE WS-PA-ANO TO WS-FA-ANO
               MOVE WS-PA-MES TO WS-FA-MES
               MOVE 31 TO WS-FA-DIA
               PERFORM 180-AJUSTA-ULTIMO
               MOVE 0 TO WS-INTENTOS
               MOVE WS-FECHA-N TO WS-CAL-PIDE
               PERFORM 938-DIA-HABIL
               PERFORM 190-RETROCEDE
                   UNTIL WS-CAL-HABIL = 'S' OR WS-INTENTOS > 15
               MOVE WS-FECHA-N TO WS-PD-FECHA (WS-G WS-I)
               MOVE 0 TO WS-PD-EMPS (WS-G WS-I)
               MOVE 0 TO WS-PD-DEP (WS-G WS-I)
               MOVE 0 TO WS-PD-CHK (WS-G WS-I)
               PERFORM 160-SIGUIENTE-PERIODO.

      *BAJA DEL 31 AL ULTIMO DIA REAL DEL MES (30/29/28).
           180-AJUSTA-ULTIMO.
               EVALUATE WS-FA-MES
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO WS-FA-DIA
                   WHEN 2
                       IF (FUNCTION MOD(WS-FA-ANO, 4) = 0 AND
                           FUNCTION MOD(WS-FA-ANO, 100) NOT = 0)
                           OR FUNCTION MOD(WS-FA-ANO, 400) = 0
                           MOVE 29 TO WS-FA-DIA
                       ELSE
                           MOVE 28 TO WS-FA-DIA
                       END-IF
                   WHEN OTHER CONTINUE
               END-EVALUATE.

           190-RETROCEDE.
               SUBTRACT 1 FROM WS-FA-DIA
               ADD 1 TO WS-INTENTOS
               MOVE WS-FECHA-N TO WS-CAL-PIDE
               PERFORM 938-DIA-HABIL.

       200-EMPLEADO.
           READ EMPLEADO NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END PERFORM 210-PROYECTA
           END-READ.

      *UNA BAJA QUE COBRO EN EL ULTIMO PERIODO DE SU GRUPO SE
      *REPORTA COMO NETO QUE YA NO SE FONDEA.
           210-PROYECTA.
               IF GRUPO-PAGO = 'S'
                   MOVE 1 TO WS-G
               ELSE
                   MOVE 2 TO WS-G
               END-IF
               PERFORM 220-BASE-HISTORICO
               IF EMP-STATUS = 'I'
                   IF WS-BASE-HAY = 'S'
                       AND WS-BASE-PER = WS-GR-ULT-PER (WS-G)
                       ADD 1 TO WS-BAJAS
                       ADD WS-BASE-NETO TO WS-BAJAS-NETO
                   END-IF
               ELSE
                   ADD 1 TO WS-EMPLEADOS
                   IF TIPO-PAGO = 'H'
                       COMPUTE WS-BRUTO-ACT ROUNDED =
                           HORAS-TRAB * TARIFA-HORA
                           + HORAS-EXTRA * TARIFA-EXTRA
                   ELSE
                       MOVE SUE-MEN TO WS-BRUTO-ACT
                   END-IF
                   MOVE WS-BRUTO-ACT TO WS-PAGO-CALC
                   PERFORM 300-NETO-ESTIMADO
                   MOVE WS-NETO-CALC TO WS-NETO-ACT
                   IF WS-BASE-HAY = 'N'
                       MOVE WS-NETO-ACT TO WS-BASE-NETO
                       ADD 1 TO WS-SIN-HIST
                   END-IF
                   PERFORM 230-AUMENTOS
                   MOVE 'N' TO WS-ES-CHEQUE
                   IF METODO-PAGO = 'C'
                       OR (METODO-PAGO NOT = 'D' AND BANCO-CLV = SPACES)
                       MOVE 'S' TO WS-ES-CHEQUE
                   END-IF
                   MOVE F-ING TO WS-INGRESO
                   PERFORM 250-ABONA-FECHA THRU 250-SALIDA
                       VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-N
               END-IF.

      *ULTIMO RENGLON REGULAR (S / M / SIN GRUPO) DEL EMPLEADO; LA
      *LLAVE VA POR PERIODO, ASI QUE EL ULTIMO QUE SE LEE GANA.
           220-BASE-HISTORICO.
               MOVE 'N' TO WS-BASE-HAY
               MOVE SPACES TO WS-BASE-PER
               MOVE 0 TO WS-BASE-NETO
               MOVE 0 TO WS-PH-FLAG
               MOVE ID-EMPL TO PH-ID-EMPL
               MOVE LOW-VALUES TO PH-PERIODO
               MOVE LOW-VALUES TO PH-GRUPO
               MOVE 0 TO PH-SEC
               START PAYHIST KEY IS NOT LESS THAN PH-KEY
                   INVALID KEY MOVE 1 TO WS-PH-FLAG
               END-START
               PERFORM 225-LEE-BASE UNTIL WS-PH-FLAG = 1.

           225-LEE-BASE.
               READ PAYHIST NEXT RECORD
                   AT END MOVE 1 TO WS-PH-FLAG
                   NOT AT END
                       IF PH-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-PH-FLAG
                       ELSE
                           IF PH-GRUPO = 'S' OR PH-GRUPO = 'M'
                               OR PH-GRUPO = SPACE
                               MOVE 'S' TO WS-BASE-HAY
                               MOVE PH-PERIODO TO WS-BASE-PER
                               MOVE PH-NETO TO WS-BASE-NETO
                           END-IF
                       END-IF
               END-READ.

      *AUMENTOS DE SUELDO PENDIENTES ('P') DEL EMPLEADO. SOLO
      *MUEVEN EL NETO DE LOS DE SUELDO FIJO: AL POR HORA, COMISION
      *O DESTAJO SE LES PAGA POR OTRA BASE.
           230-AUMENTOS.
               MOVE 0 TO WS-FUT-USADOS
               IF WS-FUT-STATUS = '00'
                   AND (TIPO-PAGO = 'M' OR TIPO-PAGO = SPACE)
                   MOVE 0 TO WS-FUT-FLAG
                   MOVE ID-EMPL TO FC-ID-EMPL
                   MOVE LOW-VALUES TO FC-FECHA-EF
                   START FUT-PEND KEY IS NOT LESS THAN FC-KEY
                       INVALID KEY MOVE 1 TO WS-FUT-FLAG
                   END-START
                   PERFORM 235-LEE-AUMENTO UNTIL WS-FUT-FLAG = 1
                   IF WS-FUT-USADOS > 0
                       ADD 1 TO WS-CON-AUMENTO
                   END-IF
               END-IF.

           235-LEE-AUMENTO.
               READ FUT-PEND NEXT RECORD
                   AT END MOVE 1 TO WS-FUT-FLAG
                   NOT AT END
                       IF FC-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-FUT-FLAG
                       ELSE
                           IF FC-EST = 'P' AND FC-CAMBIA-SUE = 'S'
                               AND WS-FUT-USADOS < 10
                               ADD 1 TO WS-FUT-USADOS
                               MOVE FC-FECHA-EF
                                   TO WS-FUT-FECHA (WS-FUT-USADOS)
                               MOVE FC-SUE-MEN
                                   TO WS-FUT-SUE (WS-FUT-USADOS)
                               MOVE FC-SUE-MEN TO WS-PAGO-CALC
                               PERFORM 300-NETO-ESTIMADO
                               MOVE WS-NETO-CALC
                                   TO WS-FUT-NETO (WS-FUT-USADOS)
                           END-IF
                       END-IF
               END-READ.

      *NETO DE LA FECHA: EL BASE MAS LA DIFERENCIA DE NETO DEL
      *ULTIMO AUMENTO QUE YA RIGE ESE DIA. NO COBRA ANTES DE SU
      *INGRESO.
           250-ABONA-FECHA.
               IF WS-INGRESO IS NUMERIC
                   AND WS-INGRESO > WS-PD-FECHA (WS-G WS-I)
                   GO TO 250-SALIDA
               END-IF
               MOVE WS-BASE-NETO TO WS-NETO-FECHA
               MOVE 0 TO WS-FUT-SEL
               PERFORM 255-BUSCA-AUMENTO
                   VARYING WS-FUT-I FROM 1 BY 1
                   UNTIL WS-FUT-I > WS-FUT-USADOS
               IF WS-FUT-SEL NOT = 0
                   COMPUTE WS-NETO-FECHA = WS-BASE-NETO
                       + WS-FUT-NETO (WS-FUT-SEL) - WS-NETO-ACT
                   IF WS-NETO-FECHA < 0
                       MOVE 0 TO WS-NETO-FECHA
                   END-IF
               END-IF
               ADD 1 TO WS-PD-EMPS (WS-G WS-I)
               IF WS-ES-CHEQUE = 'S'
                   ADD WS-NETO-FECHA TO WS-PD-CHK (WS-G WS-I)
               ELSE
                   ADD WS-NETO-FECHA TO WS-PD-DEP (WS-G WS-I)
               END-IF.
           250-SALIDA.
               EXIT.

           255-BUSCA-AUMENTO.
               IF WS-FUT-FECHA (WS-FUT-I) NOT >
                   WS-PD-FECHA (WS-G WS-I)
                   MOVE WS-FUT-I TO WS-FUT-SEL
               END-IF.

      *NETO ESTIMADO DE UN BRUTO DEL PERIODO (WS-PAGO-CALC): SOLO
      *ISR CON SUBSIDIO, CON LA TARIFA QUE RIGE HOY.
       300-NETO-ESTIMADO.
           MOVE 'S' TO WS-SUB-APLICA.
           MOVE SPACES TO WS-TAX-VIG-PIDE.
           PERFORM 916-CALCULA-ISR.

      *ALTAS CAPTURADAS QUE ESPERAN APROBACION: COBRAN DESDE SU
      *INGRESO EN EL GRUPO Y METODO QUE TRAEN CAPTURADOS.
       400-ALTAS-EN-ESPERA.
           MOVE WS-PENDMAST-PATH-DFLT TO WS-PENDMAST-PATH.
           DISPLAY 'PENDMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PENDMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PENDMAST-PATH = SPACES
               MOVE WS-PENDMAST-PATH-DFLT TO WS-PENDMAST-PATH
           END-IF.
           OPEN INPUT PEND-MAST.
           IF WS-PEND-STATUS = '00'
               MOVE 0 TO WS-FLAG
               PERFORM 410-LEE-ALTA UNTIL WS-FLAG = 1
               CLOSE PEND-MAST
           END-IF.

           410-LEE-ALTA.
               READ PEND-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF PEND-EST = 'P'
                           PERFORM 420-PROYECTA-ALTA
                       END-IF
               END-READ.

           420-PROYECTA-ALTA.
               ADD 1 TO WS-ALTAS-PEND
               IF PEND-GRUPO-PAGO = 'S'
                   MOVE 1 TO WS-G
               ELSE
                   MOVE 2 TO WS-G
               END-IF
               IF PEND-TIPO-PAGO = 'H'
                   COMPUTE WS-PAGO-CALC ROUNDED =
                       PEND-HORAS-TRAB * PEND-TARIFA-HORA
                       + PEND-HORAS-EXTRA * PEND-TARIFA-EXTRA
               ELSE
                   MOVE PEND-SUE-MEN TO WS-PAGO-CALC
               END-IF
               PERFORM 300-NETO-ESTIMADO
               MOVE WS-NETO-CALC TO WS-BASE-NETO
               MOVE WS-NETO-CALC TO WS-NETO-ACT
               MOVE 0 TO WS-FUT-USADOS
               MOVE 'N' TO WS-ES-CHEQUE
               IF PEND-METODO-PAGO = 'C'
                   OR (PEND-METODO-PAGO NOT = 'D'
                       AND PEND-BANCO-CLV = SPACES)
                   MOVE 'S' TO WS-ES-CHEQUE
               END-IF
               MOVE PEND-F-ING TO WS-INGRESO
               PERFORM 250-ABONA-FECHA THRU 250-SALIDA
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-N.

      *LAS FECHAS DE PAGO DE LOS DOS GRUPOS ENTRAN AL CALENDARIO.
       500-ARMA-CALENDARIO.
           PERFORM 510-GRUPO-AL-CALENDARIO
               VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 2.

           510-GRUPO-AL-CALENDARIO.
               PERFORM 520-FECHA-AL-CALENDARIO
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-N.

           520-FECHA-AL-CALENDARIO.
               IF WS-PD-EMPS (WS-G WS-I) > 0
                   MOVE WS-PD-FECHA (WS-G WS-I) TO WS-PIDE-FECHA
                   MOVE WS-PD-DEP (WS-G WS-I) TO WS-PIDE-DEP
                   MOVE WS-PD-CHK (WS-G WS-I) TO WS-PIDE-CHK
                   MOVE 0 TO WS-PIDE-ENT
                   MOVE 0 TO WS-PIDE-TRA
                   PERFORM 900-SUMA-AL-CALENDARIO THRU 900-SALIDA
               END-IF.

      *ENTEROS NO PAGADOS: VENCEN EL DIA 17 DEL MES SIGUIENTE AL
      *PERIODO, RECORRIDO AL SIGUIENTE DIA HABIL; LO YA VENCIDO SE
      *FONDEA HOY.
       600-ENTEROS.
           MOVE WS-REMCTL-PATH-DFLT TO WS-REMCTL-PATH.
           DISPLAY 'REMCTL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-REMCTL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-REMCTL-PATH = SPACES
               MOVE WS-REMCTL-PATH-DFLT TO WS-REMCTL-PATH
           END-IF.
           OPEN INPUT REM-CTL.
           IF WS-REM-STATUS = '00'
               MOVE 0 TO WS-FLAG
               PERFORM 610-LEE-ENTERO UNTIL WS-FLAG = 1
               CLOSE REM-CTL
           END-IF.

           610-LEE-ENTERO.
               READ REM-CTL NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF RC-ENTERADO NOT = 'S' AND RC-MONTO > 0
                           AND RC-PERIODO IS NUMERIC
                           PERFORM 620-VENCE-ENTERO
                       END-IF
               END-READ.

           620-VENCE-ENTERO.
               ADD 1 TO WS-ENTEROS
               MOVE RC-PERIODO TO WS-PER-X
               PERFORM 160-SIGUIENTE-PERIODO
               MOVE WS-PA-ANO TO WS-FA-ANO
               MOVE WS-PA-MES TO WS-FA-MES
               MOVE 17 TO WS-FA-DIA
               MOVE 0 TO WS-INTENTOS
               MOVE WS-FECHA-N TO WS-CAL-PIDE
               PERFORM 938-DIA-HABIL
               PERFORM 630-AVANZA
                   UNTIL WS-CAL-HABIL = 'S' OR WS-INTENTOS > 10
               IF WS-FECHA-N < WS-HOY
                   ADD 1 TO WS-ENTEROS-VENC
                   MOVE WS-HOY TO WS-PIDE-FECHA
               ELSE
                   MOVE WS-FECHA-N TO WS-PIDE-FECHA
               END-IF
               MOVE 0 TO WS-PIDE-DEP
               MOVE 0 TO WS-PIDE-CHK
               MOVE RC-MONTO TO WS-PIDE-ENT
               MOVE 0 TO WS-PIDE-TRA
               PERFORM 900-SUMA-AL-CALENDARIO THRU 900-SALIDA.

      *EL 17 NO PASA DE 27, ASI QUE AVANZAR NO CAMBIA DE MES.
           630-AVANZA.
               ADD 1 TO WS-FA-DIA
               ADD 1 TO WS-INTENTOS
               MOVE WS-FECHA-N TO WS-CAL-PIDE
               PERFORM 938-DIA-HABIL.

      *CHEQUES EMITIDOS QUE EL BANCO NO HA PAGADO NI SE CANCELARON:
      *PUEDEN COBRARSE CUALQUIER DIA, ASI QUE SE FONDEAN DESDE HOY.
       700-TRANSITO.
           MOVE WS-CHKREG-PATH-DFLT TO WS-CHKREG-PATH.
           DISPLAY 'CHKREG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CHKREG-PATH FROM ENVIRONMENT-VALUE.
           IF WS-CHKREG-PATH = SPACES
               MOVE WS-CHKREG-PATH-DFLT TO WS-CHKREG-PATH
           END-IF.
           OPEN INPUT CHK-REG.
           IF WS-CHKREG-STATUS = '00'
               MOVE 0 TO WS-FLAG
               PERFORM 710-LEE-CHEQUE UNTIL WS-FLAG = 1
               CLOSE CHK-REG
           END-IF.
           IF WS-TRANSITO-MONTO > 0
               MOVE WS-HOY TO WS-PIDE-FECHA
               MOVE 0 TO WS-PIDE-DEP
               MOVE 0 TO WS-PIDE-CHK
               MOVE 0 TO WS-PIDE-ENT
               MOVE WS-TRANSITO-MONTO TO WS-PIDE-TRA
               PERFORM 900-SUMA-AL-CALENDARIO THRU 900-SALIDA
           END-IF.

           710-LEE-CHEQUE.
               READ CHK-REG NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF CH-EST = 'E'
                           ADD 1 TO WS-TRANSITO
                           ADD CH-MONTO TO WS-TRANSITO-MONTO
                       END-IF
               END-READ.

       800-REPORTE.
           DISPLAY SEP.
           DISPLAY 'G PERIODO  FECHA PAGO  EMPLS      DEPOSITOS'
               '        CHEQUES'.
           DISPLAY SEP.
           PERFORM 810-DETALLE-GRUPO
               VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 2.
           DISPLAY SEP.
           DISPLAY 'CALENDARIO DE FONDEO'.
           DISPLAY 'FECHA        DEPOSITOS       CHEQUES       ENTEROS'
               '      TRANSITO   TOTAL DIA'.
           DISPLAY SEP.
           MOVE WS-FONDEO-PATH-DFLT TO WS-FONDEO-PATH.
           DISPLAY 'FONDEO_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-FONDEO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-FONDEO-PATH = SPACES
               MOVE WS-FONDEO-PATH-DFLT TO WS-FONDEO-PATH
           END-IF.
           OPEN OUTPUT FONDEO.
           PERFORM 830-RENGLON-CALENDARIO
               VARYING WS-CF-I FROM 1 BY 1
               UNTIL WS-CF-I > WS-CF-USADOS.
           CLOSE FONDEO.
           DISPLAY SEP.
           MOVE WS-ACUMULADO TO WS-L-MONTO.
           DISPLAY 'TOTAL A FONDEAR:            ' WS-L-MONTO.
           DISPLAY 'EMPLEADOS ACTIVOS:          ' WS-EMPLEADOS
               '  SIN HISTORIA (ALTA RECIENTE): ' WS-SIN-HIST.
           MOVE WS-BAJAS-NETO TO WS-L-MONTO.
           DISPLAY 'BAJAS QUE YA NO COBRAN:     ' WS-BAJAS
               '  NETO QUE DEJA DE FONDEARSE: ' WS-L-MONTO.
           DISPLAY 'CON AUMENTO PENDIENTE:      ' WS-CON-AUMENTO.
           DISPLAY 'ALTAS EN ESPERA DE APROBAR: ' WS-ALTAS-PEND.
           DISPLAY 'ENTEROS PENDIENTES:         ' WS-ENTEROS
               '  YA VENCIDOS (HOY): ' WS-ENTEROS-VENC.
           MOVE WS-TRANSITO-MONTO TO WS-L-MONTO.
           DISPLAY 'CHEQUES EN TRANSITO:        ' WS-TRANSITO
               '  POR ' WS-L-MONTO.
           IF WS-CF-LLENO = 'S'
               DISPLAY 'AVISO: CALENDARIO LLENO; HAY FECHAS QUE NO '
                   'ENTRARON.'
           END-IF.
           DISPLAY SEP.

           810-DETALLE-GRUPO.
               PERFORM 820-DETALLE-FECHA
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-N.

           820-DETALLE-FECHA.
               MOVE WS-PD-DEP (WS-G WS-I) TO WS-L-MONTO
               MOVE WS-PD-CHK (WS-G WS-I) TO WS-L-MONTO2
               DISPLAY WS-GR-CLV (WS-G) ' '
                   WS-PD-PERIODO (WS-G WS-I) '   '
                   WS-PD-FECHA (WS-G WS-I) '  '
                   WS-PD-EMPS (WS-G WS-I) '  ' WS-L-MONTO '  '
                   WS-L-MONTO2.

           830-RENGLON-CALENDARIO.
               COMPUTE WS-DIA-TOTAL = WS-CF-DEP (WS-CF-I)
                   + WS-CF-CHK (WS-CF-I) + WS-CF-ENT (WS-CF-I)
                   + WS-CF-TRA (WS-CF-I)
               ADD WS-DIA-TOTAL TO WS-ACUMULADO
               MOVE WS-CF-FECHA (WS-CF-I) TO WS-L-FECHA
               MOVE WS-CF-DEP (WS-CF-I) TO WS-L-DEP
               MOVE WS-CF-CHK (WS-CF-I) TO WS-L-CHK
               MOVE WS-CF-ENT (WS-CF-I) TO WS-L-ENT
               MOVE WS-CF-TRA (WS-CF-I) TO WS-L-TRA
               MOVE WS-DIA-TOTAL TO WS-L-TOT
               DISPLAY WS-LINEA
               MOVE SPACES TO FON-REC
               MOVE WS-CF-FECHA (WS-CF-I) TO FON-FECHA
               MOVE WS-CF-DEP (WS-CF-I) TO FON-DEPOSITOS
               MOVE WS-CF-CHK (WS-CF-I) TO FON-CHEQUES
               MOVE WS-CF-ENT (WS-CF-I) TO FON-ENTEROS
               MOVE WS-CF-TRA (WS-CF-I) TO FON-TRANSITO
               MOVE WS-DIA-TOTAL TO FON-TOTAL
               MOVE WS-ACUMULADO TO FON-ACUMULADO
               WRITE FON-REC.

      *SUMA LOS IMPORTES WS-PIDE-* AL RENGLON DE WS-PIDE-FECHA;
      *SI LA FECHA NO ESTA, ABRE SU RENGLON EN ORDEN.
       900-SUMA-AL-CALENDARIO.
           MOVE 0 TO WS-CF-POS.
           PERFORM 910-BUSCA-FECHA
               VARYING WS-CF-I FROM 1 BY 1
               UNTIL WS-CF-I > WS-CF-USADOS OR WS-CF-POS NOT = 0.
           IF WS-CF-POS = 0
               IF WS-CF-USADOS >= 99
                   MOVE 'S' TO WS-CF-LLENO
                   GO TO 900-SALIDA
               END-IF
               PERFORM 920-ABRE-FECHA
           END-IF.
           ADD WS-PIDE-DEP TO WS-CF-DEP (WS-CF-POS).
           ADD WS-PIDE-CHK TO WS-CF-CHK (WS-CF-POS).
           ADD WS-PIDE-ENT TO WS-CF-ENT (WS-CF-POS).
           ADD WS-PIDE-TRA TO WS-CF-TRA (WS-CF-POS).
       900-SALIDA.
           EXIT.

           910-BUSCA-FECHA.
               IF WS-CF-FECHA (WS-CF-I) = WS-PIDE-FECHA
                   MOVE WS-CF-I TO WS-CF-POS
               END-IF.

      *RECORRE UN LUGAR LOS RENGLONES DE FECHA POSTERIOR Y ABRE EL
      *NUEVO EN EL HUECO.
           920-ABRE-FECHA.
               MOVE WS-CF-USADOS TO WS-CF-J
               ADD 1 TO WS-CF-USADOS
               MOVE WS-CF-USADOS TO WS-CF-POS
               PERFORM 930-RECORRE
                   UNTIL WS-CF-J = 0
                   OR WS-CF-FECHA (WS-CF-J) < WS-PIDE-FECHA
               MOVE WS-PIDE-FECHA TO WS-CF-FECHA (WS-CF-POS)
               MOVE 0 TO WS-CF-DEP (WS-CF-POS)
               MOVE 0 TO WS-CF-CHK (WS-CF-POS)
               MOVE 0 TO WS-CF-ENT (WS-CF-POS)
               MOVE 0 TO WS-CF-TRA (WS-CF-POS).

           930-RECORRE.
               MOVE WS-CF (WS-CF-J) TO WS-CF (WS-CF-POS)
               MOVE WS-CF-J TO WS-CF-POS
               SUBTRACT 1 FROM WS-CF-J.

           COPY TAXLKUP.
           COPY CALLKUP.
           COPY EMPCHKLKUP.
