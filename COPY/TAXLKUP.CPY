      *    CALCULA LA RETENCION DE IMPUESTO DEL PERIODO SOBRE EL      *
      *    BRUTO YA CALCULADO EN WS-PAGO-CALC, USANDO LA VERSION DE   *
      *    TAX-MAST VIGENTE EN WS-TAX-VIG-PIDE (EN BLANCO = HOY):     *
      *    DE LA TARIFA ('T') DE ESA VERSION TOMA EL TRAMO MAS ALTO   *
      *    CUYO LIMITE INFERIOR NO REBASE EL BRUTO Y COBRA SU CUOTA   *
      *    FIJA MAS EL PORCENTAJE SOBRE EL EXCEDENTE DEL LIMITE. CON  *
      *    WS-SUB-APLICA = 'S' ACREDITA ADEMAS EL SUBSIDIO PARA EL    *
      *    EMPLEO ('S') DE LA VERSION VIGENTE, SIN REBASAR EL         *
      *    IMPUESTO. LAS VERSIONES FUTURAS YA CARGADAS NO SE APLICAN  *
      *    ANTES DE TIEMPO Y UN RECALCULO HISTORICO PIDE LA VERSION   *
      *    QUE REGIA ENTONCES. DEJA EL IMPUESTO DE TARIFA EN          *
      *    WS-ISR-TARIFA, EL SUBSIDIO ACREDITADO EN WS-SUB-CALC, LA   *
      *    RETENCION NETA EN WS-ISR-CALC Y EL NETO EN WS-NETO-CALC.   *
      *    SI LA TABLA NO EXISTE NO RETIENE (ISR CERO), IGUAL QUE     *
      *    904-DEPBUD-CHECK NO RESTRINGE SIN TOPE REGISTRADO.         *
      *    REQUIERE WS-PAGO-CALC Y COPY TAXSTAT DECLARADOS.           *
      *****************************************************************
       916-CALCULA-ISR.
           MOVE 0 TO WS-ISR-CALC
           MOVE 0 TO WS-ISR-TARIFA
           MOVE 0 TO WS-SUB-CALC
           MOVE 0 TO WS-TAX-LIM-SEL
           MOVE 0 TO WS-TAX-PCT-SEL
           MOVE 0 TO WS-TAX-CUOTA-SEL
           MOVE SPACES TO WS-TAX-VIG-SEL
           MOVE 0 TO WS-SUB-LIM-SEL
           MOVE 0 TO WS-SUB-TABLA
           MOVE SPACES TO WS-SUB-VIG-SEL
           IF WS-TAX-VIG-PIDE NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TAX-VIG-PIDE
           END-IF
           IF WS-TAX-STATUS = '00'
               MOVE 0 TO WS-TAX-FLAG
               PERFORM 917-TAX-SCAN UNTIL WS-TAX-FLAG = 1
               IF WS-TAX-VIG-SEL NOT = SPACES
                   COMPUTE WS-ISR-TARIFA ROUNDED = WS-TAX-CUOTA-SEL
                       + (WS-PAGO-CALC - WS-TAX-LIM-SEL)
                       * WS-TAX-PCT-SEL
               END-IF
               IF WS-SUB-APLICA = 'S'
                   IF WS-SUB-TABLA > WS-ISR-TARIFA
                       MOVE WS-ISR-TARIFA TO WS-SUB-CALC
                   ELSE
                       COMPUTE WS-SUB-CALC ROUNDED = WS-SUB-TABLA
                   END-IF
               END-IF
               COMPUTE WS-ISR-CALC = WS-ISR-TARIFA - WS-SUB-CALC
               CLOSE TAX-MAST
           END-IF
           COMPUTE WS-NETO-CALC = WS-PAGO-CALC - WS-ISR-CALC.
      *LAS VERSIONES SALEN EN ORDEN DE VIGENCIA (ES LA LLAVE):
      *CADA VERSION MAS RECIENTE QUE NO REBASE LA FECHA PEDIDA
      *DESBANCA A LA ANTERIOR Y REINICIA EL TRAMO SELECCIONADO.
      *TARIFA Y SUBSIDIO LLEVAN CADA UNO SU PROPIA VERSION, ASI
      *UNA TARIFA NUEVA NO ANULA EL SUBSIDIO QUE SIGUE VIGENTE.
           917-TAX-SCAN.
               READ TAX-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-TAX-FLAG
                   NOT AT END
                       IF TX-VIG NOT > WS-TAX-VIG-PIDE
                           IF TX-TIPO = 'S'
                               PERFORM 918-SUB-TRAMO
                           ELSE
                               PERFORM 919-TAX-TRAMO
                           END-IF
                       END-IF
               END-READ.

           918-SUB-TRAMO.
               IF TX-VIG > WS-SUB-VIG-SEL
                   OR WS-SUB-VIG-SEL = SPACES
                   MOVE TX-VIG TO WS-SUB-VIG-SEL
                   MOVE 0 TO WS-SUB-LIM-SEL
                   MOVE 0 TO WS-SUB-TABLA
               END-IF
               IF TX-VIG = WS-SUB-VIG-SEL
                   AND WS-PAGO-CALC >= TX-LIM-INF
                   AND TX-LIM-INF >= WS-SUB-LIM-SEL
                   MOVE TX-LIM-INF TO WS-SUB-LIM-SEL
                   MOVE TX-SUBSIDIO TO WS-SUB-TABLA
               END-IF.

           919-TAX-TRAMO.
               IF TX-VIG > WS-TAX-VIG-SEL
                   OR WS-TAX-VIG-SEL = SPACES
                   MOVE TX-VIG TO WS-TAX-VIG-SEL
                   MOVE 0 TO WS-TAX-LIM-SEL
                   MOVE 0 TO WS-TAX-PCT-SEL
                   MOVE 0 TO WS-TAX-CUOTA-SEL
               END-IF
               IF TX-VIG = WS-TAX-VIG-SEL
                   AND WS-PAGO-CALC >= TX-LIM-INF
                   AND TX-LIM-INF >= WS-TAX-LIM-SEL
                   MOVE TX-LIM-INF TO WS-TAX-LIM-SEL
                   MOVE TX-PCT TO WS-TAX-PCT-SEL
                   MOVE TX-CUOTA TO WS-TAX-CUOTA-SEL
               END-IF.
