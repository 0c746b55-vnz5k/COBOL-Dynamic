      *********************************************************
      *PROGRAMA - ESTADOS DE COMPENSACION TOTAL.              *
      *PARA CADA EMPLEADO (DE UN DEPARTAMENTO O DE TODOS)     *
      *IMPRIME EN EL SPOOL SU ESTADO DEL ANO: LO QUE RECIBIO  *
      *(SUELDO BASE, TIEMPO EXTRA, PRIMAS, PAGOS              *
      *EXTRAORDINARIOS, AGUINALDO, PRIMA VACACIONAL Y PTU) Y  *
      *LO QUE LA EMPRESA APORTO POR EL (CUOTA PATRONAL IMSS,  *
      *APORTACION AL FONDO DE AHORRO Y PRIMAS DE PLANES), CON *
      *EL TOTAL. EL CALCULO ES 957-COMPENSACION-ANUAL, EL     *
      *MISMO QUE MUESTRA EL KIOSCO (DYN-KIOSK). SE OMITE A    *
      *QUIEN NO TUVO NADA EN EL ANO.                          *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-COMPST.

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
           COPY PAYHFILE.
           COPY PAYAFILE.
           COPY DETFILE.
           COPY IMSDETFILE.
           COPY SAVFILE.
           COPY ENRFILE.
           COPY BENFILE.
           COPY SPLFILE.

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

           COPY PAYHFD.
           COPY PAYAFD.
           COPY DETFD.
           COPY IMSDETFD.
           COPY SAVFD.
           COPY ENRFD.
           COPY BENFD.
           COPY SPLFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY PAYHSTAT.
           COPY PAYASTAT.
           COPY DETSTAT.
           COPY IMSSTAT.
           COPY SAVSTAT.
           COPY ENRSTAT.
           COPY BENSTAT.
           COPY SPLSTAT.
           COPY CMPWS.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HOY                       PIC 9(08).
       01 WS-HOY-R REDEFINES WS-HOY.
           05 WS-HOY-ANO               PIC 9(04).
           05 FILLER                   PIC 9(04).
       01 WS-ANO-N                     PIC 9(04).
       01 WS-DEP-X                     PIC X(03).
       01 WS-DEP                       PIC 9(03).
       01 WS-TODOS                     PIC X VALUE 'S'.
       01 WS-DEP-ANT                   PIC 9(03).
       01 WS-PRIMERO                   PIC X VALUE 'S'.
       01 WS-I                         PIC 9(02).
       01 WS-ESTADOS                   PIC 9(05) VALUE 0.
       01 WS-GRAN-TOTAL                PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-ED                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           DISPLAY SEP.
           DISPLAY '     ESTADOS DE COMPENSACION TOTAL'.
           DISPLAY SEP.
           DISPLAY 'ANO DEL ESTADO (AAAA, ENTER = ANO ANTERIOR):'.
           MOVE SPACES TO WS-CMP-ANO.
           ACCEPT WS-CMP-ANO.
           IF WS-CMP-ANO = SPACES OR WS-CMP-ANO NOT NUMERIC
               COMPUTE WS-ANO-N = WS-HOY-ANO - 1
               MOVE WS-ANO-N TO WS-CMP-ANO
           END-IF.
           DISPLAY 'DEPARTAMENTO (ENTER = TODOS):'.
           MOVE SPACES TO WS-DEP-X.
           ACCEPT WS-DEP-X.
           MOVE 0 TO WS-DEP.
           IF WS-DEP-X NOT = SPACES
               MOVE 'N' TO WS-TODOS
               MOVE WS-DEP-X TO WS-DEP
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE 'DYN-COMPST' TO WS-SPL-REPORTE.
           MOVE SPACES TO WS-SPL-PARAMS.
           STRING WS-CMP-ANO ' ' WS-DEP-X
               DELIMITED BY SIZE INTO WS-SPL-PARAMS.
           PERFORM 940-SPOOL-ABRE.
           MOVE WS-DEP TO CLV-DEP.
           START EMPLEADO KEY IS NOT LESS THAN CLV-DEP
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 100-EMPLEADO UNTIL WS-FLAG = 1.
           CLOSE EMPLEADO.
           MOVE WS-GRAN-TOTAL TO WS-TOTAL-ED.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'ESTADOS IMPRESOS: ' WS-ESTADOS
               '   COMPENSACION TOTAL: ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 942-SPOOL-CIERRA.
           STOP RUN.

       100-EMPLEADO.
           READ EMPLEADO NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF WS-TODOS = 'N' AND CLV-DEP NOT = WS-DEP
                       MOVE 1 TO WS-FLAG
                   ELSE
                       PERFORM 957-COMPENSACION-ANUAL
                       IF WS-CMP-TOTAL > 0
                           PERFORM 200-ESTADO
                       END-IF
                   END-IF
           END-READ.

      *UN ESTADO POR EMPLEADO, CON ENCABEZADO DE DEPARTAMENTO AL
      *CAMBIAR DE CLAVE.
       200-ESTADO.
           IF WS-PRIMERO = 'S' OR CLV-DEP NOT = WS-DEP-ANT
               MOVE 'N' TO WS-PRIMERO
               MOVE CLV-DEP TO WS-DEP-ANT
               MOVE SEP TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE SPACES TO WS-SPL-LINEA
               STRING '     DEPARTAMENTO ' CLV-DEP ' ' NOM-DEP
                   '   ANO ' WS-CMP-ANO
                   DELIMITED BY SIZE INTO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
           END-IF.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'ESTADO DE COMPENSACION TOTAL ' WS-CMP-ANO
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'EMPLEADO: ' ID-EMPL ' ' NOM-EMPL
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 210-RENGLON VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CMP-N.
           ADD 1 TO WS-ESTADOS.
           ADD WS-CMP-TOTAL TO WS-GRAN-TOTAL.

       210-RENGLON.
           MOVE WS-CMP-RENGLON(WS-I) TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.

           COPY CMPLKUP.
           COPY SPOOLLKUP.
           COPY EMPCHKLKUP.
