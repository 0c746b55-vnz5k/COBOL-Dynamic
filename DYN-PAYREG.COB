      *912-CALCULA-PAGO (SUE-MEN PARA ASALARIADOS, HORAS*      *
      *TARIFA PARA TIPO-PAGO = 'H') Y LA RETENCION CON LA      *
      *TABLA TAX-MAST (916-CALCULA-ISR).                       *
      *EN MODO 'P' NO PROYECTA: LISTA LO QUE LA PRENOMINA DE   *
      *PRUEBA (DYN-PAYRUN MODO P) DEJO EN PAYHPRE PARA EL      *
      *PERIODO CAPTURADO, CON EL MISMO FORMATO Y TOTALES.      *
      *A LOS DE COMISION O DESTAJO CUYO PAGO VARIABLE NO LLEGO *
      *AL SALARIO MINIMO SE LES MARCA DEBAJO DE SU RENGLON EL  *
      *COMPLEMENTO PAGADO, Y AL PIE CUANTOS LO RECIBIERON.     *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY GARFILE.
           COPY SPLFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY DETFILE.
           COPY PAYHFILE.

       DATA DIVISION.
       FILE SECTION.
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
           05 TARIFA-HORA                PIC 9(03)V99.
           05 HORAS-EXTRA                PIC 9(03)V99.
           05 TARIFA-EXTRA               PIC 9(03)V99.
           05 YTD-SUE                    PIC 9(08)V99.
           05 BANCO-CLV                  PIC X(03).
           05 CTA-CLABE                  PIC X(18).
           05 TURNO-CLV                  PIC X.
           COPY GARFD.
           COPY SPLFD.
           COPY SHFFD.
           COPY VARFD.
           COPY DETFD.
           COPY PAYHFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY DEPSTAT.
           COPY TAXSTAT.
           COPY BENSTAT.
           COPY GARSTAT.
           COPY SPLSTAT.
           COPY DETSTAT.
           COPY PAYHSTAT.
       01 WS-FLAG-DEPT                 PIC 9 VALUE 0.
       01 WS-FLAG-EMP                  PIC 9 VALUE 0.
       01 WS-SAVE-NOM-DEP              PIC X(20).
       01 WS-DEPT-TOTAL                PIC 9(09)V99 VALUE 0.
       01 WS-DEPT-ISR                  PIC 9(09)V99 VALUE 0.
       01 WS-DEPT-DEDUC                PIC 9(09)V99 VALUE 0.
       01 WS-DEPT-NETO                 PIC 9(09)V99 VALUE 0.
       01 WS-DEPT-COUNT                PIC 9(05) VALUE 0.
       01 WS-GRAND-TOTAL               PIC 9(09)V99 VALUE 0.
       01 WS-GRAND-ISR                 PIC 9(09)V99 VALUE 0.
       01 WS-GRAND-DEDUC               PIC 9(09)V99 VALUE 0.
       01 WS-GRAND-NETO                PIC 9(09)V99 VALUE 0.
       01 WS-GRAND-COUNT               PIC 9(05) VALUE 0.
       01 WS-PAGO-CALC                 PIC 9(07)V99.
       01 WS-GRAND-COMPL               PIC 9(05) VALUE 0.
       01 WS-ED-COMPL                  PIC Z(06)9.99.
       01 WS-ED-VAR                    PIC Z(06)9.99.

      *GRUPO DE PAGO DEL REGISTRO: CADA GRUPO SACA SU PROPIO
      *REGISTRO CON SUS PROPIOS TOTALES.
       01 WS-GRUPO                     PIC X.

      *R = REGISTRO PROYECTADO DEL MAESTRO, P = PRENOMINA DE PRUEBA.
       01 WS-MODO                      PIC X.
       01 WS-HALLO                     PIC X.

       01 WS-LINEA-EMP.
           05 WS-LE-ID                 PIC 9(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LE-NOM                PIC X(22).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LE-BRUTO              PIC Z(06)9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LE-ISR                PIC Z(06)9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LE-DEDUC              PIC Z(06)9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LE-NETO               PIC Z(06)9.99.

      *IMPORTES EDITADOS PARA LOS RENGLONES DE TOTALES.
       01 WS-ED-BRUTO                  PIC Z(08)9.99.
       01 WS-ED-ISR                    PIC Z(08)9.99.
       01 WS-ED-DEDUC                  PIC Z(08)9.99.
       01 WS-ED-NETO                   PIC Z(08)9.99.

       01 WS-ENCABEZADO.
           05 FILLER                   PIC X(06) VALUE 'ID'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(22) VALUE 'NOMBRE'.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'BRUTO'.
           05 FILLER                   PIC X(15) VALUE 'IMPUESTO'.
           05 FILLER                   PIC X(13) VALUE 'DEDUC'.
           05 FILLER                   PIC X(04) VALUE 'NETO'.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
           MOVE 'S' TO WS-BEN-MUESTRA.
           MOVE 'S' TO WS-GARN-MUESTRA.
           MOVE 'N' TO WS-GARN-APLICA.
           MOVE 'S' TO WS-SUB-APLICA.
           PERFORM 045-PIDE-GRUPO.
           PERFORM 046-PIDE-MODO.
           MOVE 'DYN-PAYREG' TO WS-SPL-REPORTE.
           MOVE SPACES TO WS-SPL-PARAMS.
           STRING WS-GRUPO WS-MODO WS-PH-PERIODO DELIMITED BY SIZE
               INTO WS-SPL-PARAMS.
           PERFORM 940-SPOOL-ABRE.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           STRING '     REGISTRO DE NOMINA - GRUPO DE PAGO ' WS-GRUPO
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           IF WS-MODO = 'P'
               MOVE SPACES TO WS-SPL-LINEA
               STRING '     PRENOMINA DE PRUEBA - PERIODO '
                   WS-PH-PERIODO ' (NO PAGADA)'
                   DELIMITED BY SIZE INTO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
           END-IF.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE WS-ENCABEZADO TO WS-SPL-LINEA.
           PERFORM 100-DEPTO UNTIL WS-FLAG-DEPT = 1.
           CLOSE DEP-MAST.
           CLOSE EMPLEADO.
           IF WS-MODO = 'P'
               CLOSE PAYHIST
           END-IF.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'GRAN TOTAL EMPLEADOS: ' WS-GRAND-COUNT
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE WS-GRAND-TOTAL TO WS-ED-BRUTO.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'GRAN TOTAL BRUTO:     ' WS-ED-BRUTO
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE WS-GRAND-ISR TO WS-ED-ISR.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'GRAN TOTAL IMPUESTO:  ' WS-ED-ISR
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE WS-GRAND-DEDUC TO WS-ED-DEDUC.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'GRAN TOTAL DEDUCCION: ' WS-ED-DEDUC
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE WS-GRAND-NETO TO WS-ED-NETO.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'GRAN TOTAL NETO:      ' WS-ED-NETO
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           IF WS-GRAND-COMPL > 0
               MOVE SPACES TO WS-SPL-LINEA
               STRING 'CON COMPLEMENTO A SALARIO MINIMO: '
                   WS-GRAND-COMPL DELIMITED BY SIZE INTO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
           END-IF.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 942-SPOOL-CIERRA.
                   PERFORM 045-PIDE-GRUPO
               END-IF.

      *EN MODO P EL REGISTRO SALE DE PAYHPRE (MISMO FORMATO QUE
      *PAYHIST), QUE QUEDA ABIERTO TODA LA CORRIDA.
           046-PIDE-MODO.
               DISPLAY 'REGISTRO PROYECTADO(R) O PRENOMINA DE '
                   'PRUEBA(P):'
               ACCEPT WS-MODO
               IF WS-MODO NOT = 'P' AND WS-MODO NOT = 'R'
                   PERFORM 046-PIDE-MODO
               END-IF
               MOVE SPACES TO WS-PH-PERIODO
               IF WS-MODO = 'P'
                   PERFORM 047-PIDE-PERIODO
                   MOVE WS-PAYHPRE-PATH-DFLT TO WS-PAYHIST-PATH
                   DISPLAY 'PAYHPRE_PATH' UPON ENVIRONMENT-NAME
                   ACCEPT WS-PAYHIST-PATH FROM ENVIRONMENT-VALUE
                   IF WS-PAYHIST-PATH = SPACES
                       MOVE WS-PAYHPRE-PATH-DFLT TO WS-PAYHIST-PATH
                   END-IF
                   OPEN INPUT PAYHIST
                   IF WS-PAYH-STATUS NOT = '00'
                       DISPLAY 'SIN PRENOMINA DE PRUEBA (DYN-PAYRUN '
                           'MODO P). FILE STATUS: ' WS-PAYH-STATUS
                       STOP RUN
                   END-IF
               END-IF.

           047-PIDE-PERIODO.
               DISPLAY 'PERIODO DE LA PRUEBA (AAAAMM):'
               ACCEPT WS-PH-PERIODO
               IF WS-PH-PERIODO NOT NUMERIC
                   DISPLAY 'PERIODO INVALIDO'
                   PERFORM 047-PIDE-PERIODO
               END-IF.

           100-DEPTO.
               READ DEP-MAST NEXT RECORD
               AT END MOVE 1 TO WS-FLAG-DEPT
                       INVALID KEY MOVE 1 TO WS-FLAG-EMP
                   END-START
                   PERFORM 101-SUMA UNTIL WS-FLAG-EMP = 1
                   MOVE WS-DEPT-TOTAL TO WS-ED-BRUTO
                   MOVE WS-DEPT-ISR TO WS-ED-ISR
                   MOVE WS-DEPT-DEDUC TO WS-ED-DEDUC
                   MOVE WS-DEPT-NETO TO WS-ED-NETO
                   MOVE SPACES TO WS-SPL-LINEA
                   STRING DM-NOM-DEP ' EMP: ' WS-DEPT-COUNT
                       ' BRU: ' WS-ED-BRUTO
                       ' ISR: ' WS-ED-ISR
                       DELIMITED BY SIZE INTO WS-SPL-LINEA
                   PERFORM 941-SPOOL-LINEA
                   MOVE SPACES TO WS-SPL-LINEA
                   STRING '                               '
                       ' DED: ' WS-ED-DEDUC
                       ' NET: ' WS-ED-NETO
                       DELIMITED BY SIZE INTO WS-SPL-LINEA
                   PERFORM 941-SPOOL-LINEA
                   MOVE SEP TO WS-SPL-LINEA
                           AND (GRUPO-PAGO = WS-GRUPO
                               OR (WS-GRUPO = 'M'
                                   AND GRUPO-PAGO = SPACE))
                           AND WS-MODO = 'P'
                           PERFORM 102-PRUEBA
                       END-IF
                       IF EMP-STATUS NOT = 'I'
                           AND (GRUPO-PAGO = WS-GRUPO
                               OR (WS-GRUPO = 'M'
                                   AND GRUPO-PAGO = SPACE))
                           AND WS-MODO = 'R'
                           PERFORM 912-CALCULA-PAGO
                           PERFORM 916-CALCULA-ISR
                           PERFORM 920-CALCULA-BENEF
                                   ' DIFERENCIAL TURNO ' TURNO-CLV
                                   ': ' WS-TURNO-CALC
                           END-IF
                           PERFORM 105-MARCA-MINIMO
                           ADD WS-PAGO-CALC TO WS-DEPT-TOTAL
                           ADD WS-ISR-CALC TO WS-DEPT-ISR
                           ADD WS-BEN-CALC TO WS-DEPT-DEDUC
                   END-IF
               END-READ.

      *RENGLON DEL EMPLEADO EN LA PRENOMINA DE PRUEBA; SIN
      *RENGLON (FUERA DE LA COMPANIA DE LA PRUEBA) NO SE LISTA.
           102-PRUEBA.
               MOVE ID-EMPL TO PH-ID-EMPL
               MOVE WS-PH-PERIODO TO PH-PERIODO
               MOVE WS-GRUPO TO PH-GRUPO
               MOVE 0 TO PH-SEC
               MOVE 'S' TO WS-HALLO
               READ PAYHIST KEY IS PH-KEY
                   INVALID KEY MOVE 'N' TO WS-HALLO
               END-READ
               IF WS-HALLO = 'S'
                   MOVE ID-EMPL TO WS-LE-ID
                   MOVE NOM-EMPL TO WS-LE-NOM
                   MOVE PH-PAGO-BRUTO TO WS-LE-BRUTO
                   MOVE PH-ISR TO WS-LE-ISR
                   MOVE PH-DEDUC TO WS-LE-DEDUC
                   MOVE PH-NETO TO WS-LE-NETO
                   MOVE WS-LINEA-EMP TO WS-SPL-LINEA
                   PERFORM 941-SPOOL-LINEA
                   MOVE 0 TO WS-VAR-IMPORTE
                   MOVE 0 TO WS-VAR-COMPL
                   IF TIPO-PAGO = 'C' OR TIPO-PAGO = 'D'
                       MOVE WS-PH-PERIODO TO WS-VAR-PERIODO
                       PERFORM 912-PAGO-VARIABLE
                   END-IF
                   PERFORM 105-MARCA-MINIMO
                   ADD PH-PAGO-BRUTO TO WS-DEPT-TOTAL
                   ADD PH-ISR TO WS-DEPT-ISR
                   ADD PH-DEDUC TO WS-DEPT-DEDUC
                   ADD PH-NETO TO WS-DEPT-NETO
                   ADD 1 TO WS-DEPT-COUNT
               END-IF.

      *MARCA EN EL REGISTRO EL COMPLEMENTO AL SALARIO MINIMO QUE
      *912-CALCULA-PAGO SUMO AL PAGO VARIABLE DEL EMPLEADO.
           105-MARCA-MINIMO.
               IF WS-VAR-COMPL > 0
                   MOVE WS-VAR-COMPL TO WS-ED-COMPL
                   MOVE WS-VAR-IMPORTE TO WS-ED-VAR
                   MOVE SPACES TO WS-SPL-LINEA
                   STRING '        ** COMPLEMENTO A MINIMO: '
                       WS-ED-COMPL ' (VARIABLE ' WS-ED-VAR ')'
                       DELIMITED BY SIZE INTO WS-SPL-LINEA
                   PERFORM 941-SPOOL-LINEA
                   ADD 1 TO WS-GRAND-COMPL
               END-IF.

           COPY SPOOLLKUP.
           COPY EMPCHKLKUP.
           COPY PAYCALCLKUP.
