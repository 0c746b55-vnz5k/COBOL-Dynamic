      *TOMA UN ID-EMPL REAL O DATOS HIPOTETICOS (SUELDO,      *
      *TIPO-PAGO, HORAS, TURNO) Y MUESTRA LA DERIVACION       *
      *COMPLETA DEL PAGO RENGLON POR RENGLON: BASE, PRIMA DE  *
      *TURNO, PRIMAS DOMINICAL Y DE FESTIVO DEL PERIODO       *
      *(PRIM-DET), BRUTO, EL TRAMO DE TAX-MAST ELEGIDO        *
      *(VERSION, LIMITE, CUOTA FIJA, PORCENTAJE Y SUBSIDIO,   *
      *PARA QUE SE VEA POR QUE), CUOTA IMSS OBRERA, DESCUENTO *
      *INFONAVIT,                                             *
      *CADA PLAN DE ENROLL, CADA CASO JUDICIAL EN ORDEN DE    *
      *PRIORIDAD, ABONOS DE PRESTAMO Y FONDO DE AHORRO, Y EL  *
      *NETO - CON LAS MISMAS RUTINAS DE LA CORRIDA REAL       *
      *(912/916/948/944/920/923/932/946), EN MODO SOLO-       *
      *CALCULO: AQUI NO SE ESCRIBE NADA, NI SALDOS NI DETALLE *
      *NI PAYHIST.                                            *
      *EN MODO HIPOTETICO SE PUEDE DAR UN ID DE REFERENCIA    *
      *PARA TOMAR PRESTADAS SUS INSCRIPCIONES Y RETENCIONES   *
      *(0 = SIN DEDUCCIONES PERSONALES).                      *
           COPY ENRFILE.
           COPY GARFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY LONFILE.
           COPY SAVFILE.
           COPY IMSFILE.
           COPY IMSDETFILE.
           COPY DETFILE.
           COPY PRDFILE.
           COPY REFFILE.
           COPY INFFILE.

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
           COPY ENRFD.
           COPY GARFD.
           COPY SHFFD.
           COPY VARFD.
           COPY LONFD.
           COPY SAVFD.
           COPY IMSFD.
           COPY IMSDETFD.
           COPY REFFD.
           COPY INFFD.
           COPY DETFD.
           COPY PRDFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY TAXSTAT.
           COPY BENSTAT.
           COPY ENRSTAT.
           COPY LONSTAT.
           COPY SAVSTAT.
           COPY IMSSTAT.
           COPY REFSTAT.
           COPY INFSTAT.
           COPY DETSTAT.
           COPY PRDSTAT.
       01 WS-PAGO-CALC                 PIC 9(07)V99.
       01 WS-MODO                      PIC X.
       01 WS-ID-PIDE                   PIC 9(06).
       01 WS-REF-ID                    PIC 9(06).
           MOVE 'N' TO WS-LOAN-APLICA.
           MOVE 'N' TO WS-AHORRO-APLICA.
           MOVE 'N' TO WS-IMSS-APLICA.
           MOVE 'S' TO WS-SUB-APLICA.
           MOVE 'N' TO WS-DET-GRABA.
           MOVE 'S' TO WS-BEN-MUESTRA.
           MOVE 'S' TO WS-GARN-MUESTRA.
           MOVE SPACES TO WS-TAX-VIG-PIDE.
      *MISMO TOPE DEL SDI QUE LA CORRIDA (25 UMA VIGENTES HOY).
           MOVE SPACES TO WS-REF-VIG-PIDE.
           PERFORM 984-REF-VIGENTE.
           IF WS-REF-HALLO = 'S'
               COMPUTE WS-SDI-TOPE = WS-REF-UMA * 25
           END-IF.
           PERFORM 100-CASO UNTIL WS-OTRO NOT = 'S'.
           DISPLAY SEP.
           STOP RUN.
               NOT INVALID KEY
                   CLOSE EMPLEADO
                   DISPLAY 'EMPLEADO: ' NOM-EMPL
                   DISPLAY 'PERIODO DE LAS PRIMAS DOMINICAL / '
                       'FESTIVO (AAAAMM, SPACES = SIN PRIMAS):'
                   MOVE SPACES TO WS-PRD-PERIODO
                   ACCEPT WS-PRD-PERIODO
                   PERFORM 500-DERIVA
           END-READ.

               '(000000 = SIN DEDUCCIONES PERSONALES):'.
           ACCEPT WS-REF-ID.
           MOVE WS-REF-ID TO ID-EMPL.
           MOVE SPACES TO WS-PRD-PERIODO.
           PERFORM 500-DERIVA.

           310-TIPO.
           ELSE
               DISPLAY '2. PRIMA DE TURNO:       SIN TURNO'
           END-IF.
           MOVE 0 TO WS-PRD-CALC.
           IF WS-PRD-PERIODO NOT = SPACES
               PERFORM 988-PRIMAS-LEE
               ADD WS-PRD-CALC TO WS-PAGO-CALC
               DISPLAY '   PRIMA DOMINICAL:      ' WS-PRD-DOM
               DISPLAY '   FESTIVO TRABAJADO:    ' WS-PRD-FER
               DISPLAY '   PREMIO PUNTUALIDAD:   ' WS-PRD-PUN
               DISPLAY '   PREMIO ASISTENCIA:    ' WS-PRD-ASI
           END-IF.
           DISPLAY '3. BRUTO DEL PERIODO:    ' WS-PAGO-CALC.
           PERFORM 916-CALCULA-ISR.
           DISPLAY '4. IMPUESTO: VERSION ' WS-TAX-VIG-SEL
               ' TRAMO DESDE ' WS-TAX-LIM-SEL.
           DISPLAY '   CUOTA FIJA ' WS-TAX-CUOTA-SEL ' + '
               WS-TAX-PCT-SEL ' SOBRE EL EXCEDENTE'.
           DISPLAY '   ISR DE TARIFA:        ' WS-ISR-TARIFA.
           DISPLAY '   SUBSIDIO AL EMPLEO:   ' WS-SUB-CALC
               ' (TABLA ' WS-SUB-VIG-SEL ')'.
           DISPLAY '   ISR RETENIDO:         ' WS-ISR-CALC.
           MOVE WS-PRD-CALC TO WS-IMSS-VARIABLE.
           PERFORM 948-CALCULA-IMSS.
           MOVE 0 TO WS-IMSS-VARIABLE.
           SUBTRACT WS-IMSS-OBR FROM WS-NETO-CALC.
           DISPLAY '5. CUOTA IMSS OBRERA:    ' WS-IMSS-OBR.
           DISPLAY '   SDI: ' WS-SDI-CALC ' (TOPE 25 UMA: '
               WS-SDI-TOPE ')'.
           MOVE 'S' TO WS-INF-MUESTRA.
           PERFORM 944-CALCULA-INFONAVIT.
           SUBTRACT WS-INF-CALC FROM WS-NETO-CALC.
           DISPLAY '   DESCUENTO INFONAVIT:  ' WS-INF-CALC.
           DISPLAY '6. PLANES DE PRESTACIONES (ENROLL):'.
           PERFORM 920-CALCULA-BENEF.
           SUBTRACT WS-BEN-CALC FROM WS-NETO-CALC.
           COPY LONLKUP.
           COPY SAVLKUP.
           COPY IMSLKUP.
           COPY REFLKUP.
           COPY INFLKUP.
           COPY DETLKUP.
           COPY PRDLKUP.
           COPY EMPCHKLKUP.
