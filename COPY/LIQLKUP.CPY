      *****************************************************************
      *    CALCULA LA LIQUIDACION LEGAL DEL EMPLEADO DADO DE BAJA EN  *
      *    TURNO (TERM-FECHA Y TERM-REASON YA GRABADOS). EL SERVICIO  *
      *    CORRE DESDE F-ING (O DESDE EL INGRESO ORIGINAL REHIRE-     *
      *    FECHA CON WS-LIQ-REGLA = 'P', COMO DYN-SENIOR) HASTA LA    *
      *    BAJA. LA RAZON DECIDE QUE CONCEPTOS APLICAN:               *
      *      'I' INVOLUNTARIA (SIN CAUSA): TRES MESES DE SALARIO      *
      *          INTEGRADO, VEINTE DIAS POR ANO Y PRIMA DE ANTIGUEDAD *
      *      'R' RECORTE DE PERSONAL: TRES MESES Y PRIMA DE           *
      *          ANTIGUEDAD                                           *
      *      'T' TERMINACION POR CAUSA: SOLO PRIMA DE ANTIGUEDAD      *
      *      'V' VOLUNTARIA: PRIMA DE ANTIGUEDAD SOLO CON QUINCE      *
      *          ANOS DE SERVICIO O MAS                               *
      *      'F' DEFUNCION: PRIMA DE ANTIGUEDAD SIN IMPORTAR LOS      *
      *          ANOS (LA COBRAN LOS BENEFICIARIOS, DYN-DEFUNC)       *
      *      OTRA: NADA (QUEDA EN CERO).                              *
      *    LA INDEMNIZACION SE PAGA SOBRE EL SALARIO DIARIO INTEGRADO *
      *    (947-CALCULA-SDI); LA PRIMA DE ANTIGUEDAD SON DOCE DIAS    *
      *    POR ANO SOBRE LA CUOTA DIARIA TOPADA A DOS SALARIOS        *
      *    MINIMOS. LA EXENCION (90 UMA POR ANO DE SERVICIO) SE       *
      *    APLICA SOBRE EL TOTAL Y LA PARTE GRAVADA PAGA LA TASA      *
      *    EFECTIVA DEL ULTIMO SUELDO ORDINARIO MENSUAL, SEPARADA DEL *
      *    CALCULO DEL PAGO ORDINARIO. DEJA LOS CONCEPTOS EN LIQWS Y  *
      *    AL SALIR WS-PAGO-CALC/WS-ISR-CALC/WS-NETO-CALC TRAEN EL    *
      *    BRUTO, IMPUESTO Y NETO DE LA LIQUIDACION. REQUIERE COPY    *
      *    LIQWS, TAXSTAT/TAXLKUP, IMSSTAT/IMSLKUP Y WS-PAGO-CALC.    *
      *****************************************************************
       980-CALCULA-LIQUID.
           MOVE 0 TO WS-LIQ-3MESES
           MOVE 0 TO WS-LIQ-20DIAS
           MOVE 0 TO WS-LIQ-PRIMA-ANT
           MOVE 0 TO WS-LIQ-EXENTO
           MOVE 0 TO WS-LIQ-ISR
           MOVE 0 TO WS-LIQ-TASA
           PERFORM 981-LIQ-SERVICIO
           PERFORM 947-CALCULA-SDI
           IF TIPO-PAGO = 'H'
               COMPUTE WS-LIQ-CUOTA ROUNDED = TARIFA-HORA * 8
           ELSE
               COMPUTE WS-LIQ-CUOTA ROUNDED = SUE-MEN / 30
           END-IF
           MOVE WS-LIQ-CUOTA TO WS-LIQ-CUOTA-PA
           IF WS-LIQ-CUOTA-PA > WS-LIQ-SM-DIARIO * 2
               COMPUTE WS-LIQ-CUOTA-PA = WS-LIQ-SM-DIARIO * 2
           END-IF
           EVALUATE TERM-REASON
               WHEN 'I'
                   COMPUTE WS-LIQ-3MESES ROUNDED = WS-SDI-CALC * 90
                   COMPUTE WS-LIQ-20DIAS ROUNDED =
                       WS-SDI-CALC * 20 * WS-LIQ-ANOS
                   PERFORM 982-LIQ-PRIMA-ANT
               WHEN 'R'
                   COMPUTE WS-LIQ-3MESES ROUNDED = WS-SDI-CALC * 90
                   PERFORM 982-LIQ-PRIMA-ANT
               WHEN 'T'
                   PERFORM 982-LIQ-PRIMA-ANT
               WHEN 'F'
                   PERFORM 982-LIQ-PRIMA-ANT
               WHEN 'V'
                   IF WS-LIQ-ANOS >= 15
                       PERFORM 982-LIQ-PRIMA-ANT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           COMPUTE WS-LIQ-TOTAL =
               WS-LIQ-3MESES + WS-LIQ-20DIAS + WS-LIQ-PRIMA-ANT
           COMPUTE WS-LIQ-EXENTO ROUNDED =
               WS-LIQ-UMA-DIARIO * 90 * WS-LIQ-ANOS-EXE
           IF WS-LIQ-EXENTO > WS-LIQ-TOTAL
               MOVE WS-LIQ-TOTAL TO WS-LIQ-EXENTO
           END-IF
           COMPUTE WS-LIQ-GRAVADO = WS-LIQ-TOTAL - WS-LIQ-EXENTO
           IF WS-LIQ-GRAVADO > 0
               PERFORM 983-LIQ-TASA
               COMPUTE WS-LIQ-ISR ROUNDED =
                   WS-LIQ-GRAVADO * WS-LIQ-TASA
           END-IF
           COMPUTE WS-LIQ-NETO = WS-LIQ-TOTAL - WS-LIQ-ISR
           MOVE WS-LIQ-TOTAL TO WS-PAGO-CALC
           MOVE WS-LIQ-ISR TO WS-ISR-CALC
           MOVE WS-LIQ-NETO TO WS-NETO-CALC.

      *DIAS Y ANOS DE SERVICIO HASTA LA BAJA (SIN BAJA NUMERICA
      *SE TOMA HOY). LA FRACCION DE MAS DE SEIS MESES CUENTA COMO
      *ANO COMPLETO PARA LA EXENCION.
           981-LIQ-SERVICIO.
               IF WS-LIQ-REGLA = 'P' AND REHIRE-FECHA IS NUMERIC
                   MOVE REHIRE-FECHA TO WS-LIQ-BASE-N
               ELSE
                   MOVE F-ING TO WS-LIQ-BASE-N
               END-IF
               IF TERM-FECHA IS NUMERIC
                   MOVE TERM-FECHA TO WS-LIQ-FIN-N
               ELSE
                   MOVE FUNCTION CURRENT-DATE (1:8) TO WS-LIQ-FIN-N
               END-IF
               MOVE 0 TO WS-LIQ-DIAS
               IF WS-LIQ-BASE-N > 0 AND WS-LIQ-FIN-N > WS-LIQ-BASE-N
                   COMPUTE WS-LIQ-BASE-JUL =
                       FUNCTION INTEGER-OF-DATE(WS-LIQ-BASE-N)
                   COMPUTE WS-LIQ-FIN-JUL =
                       FUNCTION INTEGER-OF-DATE(WS-LIQ-FIN-N)
                   COMPUTE WS-LIQ-DIAS =
                       WS-LIQ-FIN-JUL - WS-LIQ-BASE-JUL + 1
               END-IF
               COMPUTE WS-LIQ-ANOS = WS-LIQ-DIAS / 365
               MOVE WS-LIQ-ANOS TO WS-LIQ-ANOS-ENT
               MOVE WS-LIQ-ANOS-ENT TO WS-LIQ-ANOS-EXE
               IF WS-LIQ-ANOS - WS-LIQ-ANOS-ENT > 0.50
                   ADD 1 TO WS-LIQ-ANOS-EXE
               END-IF.

           982-LIQ-PRIMA-ANT.
               COMPUTE WS-LIQ-PRIMA-ANT ROUNDED =
                   WS-LIQ-CUOTA-PA * 12 * WS-LIQ-ANOS.

      *TASA EFECTIVA: IMPUESTO DEL ULTIMO SUELDO ORDINARIO DEL
      *MES ENTRE ESE SUELDO (916-CALCULA-ISR CON LA TABLA VIGENTE
      *EN LA FECHA DE BAJA).
           983-LIQ-TASA.
               IF TIPO-PAGO = 'H'
                   COMPUTE WS-LIQ-ORDINARIO ROUNDED =
                       TARIFA-HORA * 8 * 30
               ELSE
                   MOVE SUE-MEN TO WS-LIQ-ORDINARIO
               END-IF
               IF WS-LIQ-ORDINARIO > 0
                   MOVE WS-LIQ-ORDINARIO TO WS-PAGO-CALC
                   MOVE WS-LIQ-FIN-N TO WS-TAX-VIG-PIDE
                   PERFORM 916-CALCULA-ISR
                   COMPUTE WS-LIQ-TASA ROUNDED =
                       WS-ISR-CALC / WS-LIQ-ORDINARIO
               END-IF.
