      *    TURNO - CUOTA DIARIA (SUE-MEN/30 PARA ASALARIADOS, TARIFA  *
      *    POR JORNADA DE 8 HORAS PARA TIPO 'H') POR EL FACTOR DE     *
      *    INTEGRACION DE LEY (AGUINALDO Y PRIMA VACACIONAL). DEJA    *
      *    EL SDI EN WS-SDI-CALC, TOPADO A WS-SDI-TOPE CUANDO EL      *
      *    LLAMADOR LO CARGO (25 UMA VIGENTES, 984-REF-VIGENTE).      *
      *    948-CALCULA-IMSS: CUOTAS DEL PERIODO SOBRE LA BASE DE      *
      *    COTIZACION (SDI POR 30 DIAS MAS LAS PERCEPCIONES VARIABLES *
      *    WS-IMSS-VARIABLE, TOPADA A 25 UMA) CON LOS PORCENTAJES DEL *
      *    REGISTRO DE LA COMPANIA DEL EMPLEADO EN IMS-MAST (SIN EL,  *
      *    EL DE CONTROL '01'; DYN-IMSMNT): DEJA LA PARTE OBRERA (SE  *
      *    RETIENE AL EMPLEADO) EN WS-IMSS-OBR Y LA PATRONAL, CON LA  *
      *    PRIMA DE RIESGO DE TRABAJO VIGENTE EN EL PERIODO           *
      *    (967-IMSS-PRIMA), EN WS-IMSS-PAT. CON WS-IMSS-APLICA = 'S' *
      *    (SOLO LA CORRIDA DE NOMINA) DEJA EL RENGLON DE DETALLE EN  *
      *    IMSDET PARA EL REPORTE MENSUAL. CON WS-IMSS-SOLO-PAT = 'S' *
      *    (LICENCIA POR INCAPACIDAD) LA PARTE OBRERA QUEDA EN CERO.  *
      *    SIN TABLA DE CUOTAS NO RETIENE NADA, IGUAL QUE             *
      *    916-CALCULA-ISR SIN TAX-MAST.                              *
      *    REQUIERE TIPO-PAGO, SUE-MEN, TARIFA-HORA, ID-EMPL,         *
      *    CLV-DEP, CIA-CLV, WS-IMSS-PERIODO (EL PERIODO DEL DETALLE) *
      *    Y COPY IMSSTAT (CON IMSFILE/IMSFD Y IMSDETFILE/IMSDETFD).  *
      *****************************************************************
       947-CALCULA-SDI.
           IF TIPO-PAGO = 'H'
           ELSE
               COMPUTE WS-SDI-CALC ROUNDED =
                   SUE-MEN / 30 * WS-SDI-FACTOR
           END-IF
           IF WS-SDI-TOPE > 0 AND WS-SDI-CALC > WS-SDI-TOPE
               MOVE WS-SDI-TOPE TO WS-SDI-CALC
           END-IF.

       948-CALCULA-IMSS.
           END-IF
           OPEN INPUT IMS-MAST
           IF WS-IMS-STATUS = '00'
               MOVE 'S' TO WS-IMSS-HALLO
               IF CIA-CLV = SPACES
                   MOVE '01' TO IM-CLV
               ELSE
                   MOVE CIA-CLV TO IM-CLV
               END-IF
               READ IMS-MAST KEY IS IM-CLV
                   INVALID KEY
                       MOVE '01' TO IM-CLV
                       READ IMS-MAST KEY IS IM-CLV
                           INVALID KEY MOVE 'N' TO WS-IMSS-HALLO
                       END-READ
               END-READ
               IF WS-IMSS-HALLO = 'S'
                   PERFORM 967-IMSS-PRIMA
                   COMPUTE WS-IMSS-BASE = WS-SDI-CALC * 30
                   ADD WS-IMSS-VARIABLE TO WS-IMSS-BASE
                   IF WS-SDI-TOPE > 0
                       AND WS-IMSS-BASE > WS-SDI-TOPE * 30
                       COMPUTE WS-IMSS-BASE = WS-SDI-TOPE * 30
                   END-IF
                   COMPUTE WS-IMSS-OBR ROUNDED =
                       WS-IMSS-BASE * IM-PCT-OBR
                   COMPUTE WS-IMSS-PAT ROUNDED =
                       WS-IMSS-BASE * (IM-PCT-PAT + WS-IMSS-PRIMA)
                   IF WS-IMSS-SOLO-PAT = 'S'
                       MOVE 0 TO WS-IMSS-OBR
                   END-IF
                   IF WS-IMSS-APLICA = 'S'
                       PERFORM 961-IMSS-DETALLE
                   END-IF
               END-IF
               CLOSE IMS-MAST
           END-IF.

      *LA PRIMA NUEVA RIGE DESDE IM-PRIMA-VIG; UN PERIODO ANTERIOR
      *(O SIN PERIODO CARGADO, CONTRA EL MES EN CURSO) USA LA
      *ANTERIOR.
           967-IMSS-PRIMA.
               IF WS-IMSS-PERIODO IS NUMERIC
                   STRING WS-IMSS-PERIODO '01' DELIMITED BY SIZE
                       INTO WS-IMSS-FECHA
               ELSE
                   MOVE FUNCTION CURRENT-DATE (1:8) TO WS-IMSS-FECHA
               END-IF
               IF IM-PRIMA-VIG IS NUMERIC
                   AND WS-IMSS-FECHA < IM-PRIMA-VIG
                   MOVE IM-PRIMA-ANT TO WS-IMSS-PRIMA
               ELSE
                   MOVE IM-PRIMA-RT TO WS-IMSS-PRIMA
               END-IF.

           961-IMSS-DETALLE.
               MOVE WS-IMSDET-PATH-DFLT TO WS-IMSDET-PATH
               DISPLAY 'IMSDET_PATH' UPON ENVIRONMENT-NAME
