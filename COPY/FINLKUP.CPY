      *    LIQUIDA EL SALDO COMPLETO DE LOS PRESTAMOS DEL EMPLEADO    *
      *    (932-CALCULA-LOAN EN MODO LIQUIDACION), PARA QUE LOS       *
      *    ANTICIPOS NO SE VAYAN CON EL PERSONAL DADO DE BAJA.        *
      *    LA LIQUIDACION LEGAL (INDEMNIZACION Y PRIMA DE ANTIGUEDAD) *
      *    NO ENTRA AQUI: LA CALCULA Y PAGA APARTE DYN-LIQUID.        *
      *    LOS ACTIVOS DE LA EMPRESA QUE EL EMPLEADO NO HA DEVUELTO   *
      *    QUEDAN EN SU LISTA DE SALIDA (936-AST-BAJA, COPY ASTFILE/  *
      *    ASTFD/ASTSTAT/ASTLKUP) Y LOS DESCONTABLES SE COBRAN EN SU  *
      *    PROPIO RENGLON DEL FINIQUITO.                              *
      *    LAS COMPROBACIONES DE VIATICOS YA APROBADAS SE PAGAN EN EL *
      *    FINIQUITO (972-CALCULA-VIATICOS CON WS-VIA-BAJA = 'S', LA  *
      *    GRAVADA ENTRA AL BRUTO Y AL ISR Y SUS RENGLONES 'Y' QUEDAN *
      *    EN DEDDET) Y EL ANTICIPO QUE LAS CUBRIO SE RECUPERA DEL    *
      *    NETO; LOS ANTICIPOS APROBADOS SIN ENTREGAR SE CANCELAN Y   *
      *    EL SALDO DE LOS ENTREGADOS QUE SIGA ABIERTO PASA A         *
      *    LOAN-MAST (COMO EN DYN-VIAMNT) ANTES DE LIQUIDAR LOS       *
      *    PRESTAMOS, ASI QUE 932-CALCULA-LOAN LO DESCUENTA. REQUIERE *
      *    ADEMAS COPY VIAFILE/VIAFD/VIASTAT/VIALKUP Y DETLKUP.       *
      *****************************************************************
       930-FINIQUITO.
           PERFORM 912-CALCULA-PAGO
           MOVE 0 TO WS-FIN-VAC
           PERFORM 931-FIN-VACACIONES
           COMPUTE WS-PAGO-CALC = WS-FIN-PRORRATA + WS-FIN-VAC
           IF TERM-FECHA IS NUMERIC
               MOVE TERM-FECHA(1:6) TO WS-PH-PERIODO
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:6) TO WS-PH-PERIODO
           END-IF
           MOVE WS-DET-GRABA TO WS-FIN-GRABA
           MOVE WS-DET-PERIODO TO WS-FIN-DET-PER
           MOVE 'S' TO WS-DET-GRABA
           MOVE WS-PH-PERIODO TO WS-DET-PERIODO
           MOVE 'S' TO WS-VIA-RUTA
           MOVE 'S' TO WS-VIA-BAJA
           MOVE 'S' TO WS-VIA-APLICA
           MOVE GRUPO-PAGO TO WS-VIA-GRUPO
           IF WS-VIA-GRUPO = SPACE
               MOVE 'M' TO WS-VIA-GRUPO
           END-IF
           PERFORM 972-CALCULA-VIATICOS
           ADD WS-VIA-GRAV TO WS-PAGO-CALC
           PERFORM 916-CALCULA-ISR
           PERFORM 972-VIA-RECUPERA
           MOVE WS-FIN-GRABA TO WS-DET-GRABA
           MOVE WS-FIN-DET-PER TO WS-DET-PERIODO
           MOVE 'N' TO WS-VIA-RUTA
           MOVE 'N' TO WS-VIA-BAJA
           MOVE 'N' TO WS-VIA-APLICA
           PERFORM 931-FIN-ANTICIPOS
           MOVE 0 TO WS-BEN-CALC
           MOVE 0 TO WS-GARN-CALC
           MOVE 0 TO WS-AHORRO-CALC
           MOVE 'S' TO WS-LOAN-LIQUIDA
           PERFORM 932-CALCULA-LOAN
           SUBTRACT WS-LOAN-CALC FROM WS-NETO-CALC
           PERFORM 936-AST-BAJA
           SUBTRACT WS-AST-CALC FROM WS-NETO-CALC
           PERFORM 915-PAYHIST-DETALLE
           DISPLAY '------------ ESTADO DE FINIQUITO ------------'
           DISPLAY 'ID:       ' ID-EMPL ' ' NOM-EMPL
               WS-FIN-PRORRATA
           DISPLAY 'VACACIONES NO GOZADAS: ' WS-FIN-VAC
           DISPLAY 'BRUTO FINIQUITO:  ' WS-PAGO-CALC
           IF WS-VIA-EXE > 0 OR WS-VIA-GRAV > 0
               DISPLAY 'VIATICOS PAGADOS: EXENTOS ' WS-VIA-EXE
                   ' GRAVADOS (EN EL BRUTO) ' WS-VIA-GRAV
           END-IF
           IF WS-VIA-ANT > 0
               DISPLAY 'ANTICIPO DE VIAJE COMPROBADO: ' WS-VIA-ANT
           END-IF
           IF WS-FIN-ANT-LN > 0
               DISPLAY 'ANTICIPOS DE VIAJE PASADOS A PRESTAMO: '
                   WS-FIN-ANT-LN
           END-IF
           DISPLAY 'IMPUESTO RETENIDO: ' WS-ISR-CALC
           DISPLAY 'PRESTAMOS LIQUIDADOS: ' WS-LOAN-CALC
           DISPLAY 'ACTIVOS NO DEVUELTOS: ' WS-AST-CALC
           IF WS-AST-PEND > 0
               DISPLAY 'ACTIVOS EN LISTA DE SALIDA: ' WS-AST-PEND
           END-IF
           DISPLAY 'NETO A PAGAR:     ' WS-NETO-CALC
           DISPLAY '---------------------------------------------'.

                   END-READ
                   CLOSE LEAVE-BAL
               END-IF.

      *EL PERSONAL DADO DE BAJA YA NO VIAJA: LOS ANTICIPOS
      *APROBADOS O CAPTURADOS SIN ENTREGAR SE CANCELAN, Y EL SALDO
      *DE LOS ENTREGADOS SIN COMPROBAR PASA A UN PRESTAMO 'Vnnn'
      *CON ABONO IGUAL AL SALDO, PARA QUE EL FINIQUITO LO COBRE
      *COMPLETO (SI EL NETO NO ALCANZA, QUEDA EN LOAN-MAST).
           931-FIN-ANTICIPOS.
               MOVE 0 TO WS-FIN-ANT-LN
               MOVE WS-VIAMAST-PATH-DFLT TO WS-VIAMAST-PATH
               DISPLAY 'VIAMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-VIAMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-VIAMAST-PATH = SPACES
                   MOVE WS-VIAMAST-PATH-DFLT TO WS-VIAMAST-PATH
               END-IF
               OPEN I-O VIA-MAST
               IF WS-VIA-STATUS = '00'
                   MOVE WS-LOANMAST-PATH-DFLT TO WS-LOANMAST-PATH
                   DISPLAY 'LOANMAST_PATH' UPON ENVIRONMENT-NAME
                   ACCEPT WS-LOANMAST-PATH FROM ENVIRONMENT-VALUE
                   IF WS-LOANMAST-PATH = SPACES
                       MOVE WS-LOANMAST-PATH-DFLT TO WS-LOANMAST-PATH
                   END-IF
                   OPEN I-O LOAN-MAST
                   IF WS-LOAN-STATUS = '35'
                       OPEN OUTPUT LOAN-MAST
                       CLOSE LOAN-MAST
                       OPEN I-O LOAN-MAST
                   END-IF
                   IF WS-LOAN-STATUS = '00'
                       MOVE 0 TO WS-FIN-VIA-FLAG
                       MOVE ID-EMPL TO VI-ID-EMPL
                       MOVE 0 TO VI-FOLIO
                       START VIA-MAST KEY IS NOT LESS THAN VI-KEY
                           INVALID KEY MOVE 1 TO WS-FIN-VIA-FLAG
                       END-START
                       PERFORM 931-FIN-ANT-LEE
                           UNTIL WS-FIN-VIA-FLAG = 1
                       CLOSE LOAN-MAST
                   ELSE
                       DISPLAY 'SIN ACCESO A LOAN-MAST. FILE STATUS: '
                           WS-LOAN-STATUS '; ANTICIPOS DE VIAJE '
                           'SIN REVISAR'
                   END-IF
                   CLOSE VIA-MAST
               END-IF.

           931-FIN-ANT-LEE.
               READ VIA-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-FIN-VIA-FLAG
                   NOT AT END
                       IF VI-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-FIN-VIA-FLAG
                       ELSE
                           IF VI-TIPO = 'A'
                               PERFORM 931-FIN-ANT-REVISA
                           END-IF
                       END-IF
               END-READ.

           931-FIN-ANT-REVISA.
               IF VI-EST = 'A' OR VI-EST = 'C'
                   MOVE 'X' TO VI-EST
                   REWRITE VIA-REC
                   DISPLAY 'ANTICIPO DE VIAJE ' VI-FOLIO
                       ' SIN ENTREGAR, CANCELADO POR LA BAJA'
               ELSE
                   IF VI-EST = 'P' AND VI-PRESTAMO = SPACES
                       AND VI-TOTAL > VI-ANT-APL
                       PERFORM 931-FIN-ANT-PRESTAMO
                   END-IF
               END-IF.

           931-FIN-ANT-PRESTAMO.
               COMPUTE WS-FIN-ANT-SALDO = VI-TOTAL - VI-ANT-APL
               MOVE 0 TO WS-FIN-LN-SEQ
               MOVE 'N' TO WS-FIN-LN-LIBRE
               PERFORM 931-FIN-ANT-NUMERO
                   UNTIL WS-FIN-LN-LIBRE = 'S' OR WS-FIN-LN-SEQ = 999
               IF WS-FIN-LN-LIBRE NOT = 'S'
                   DISPLAY 'ANTICIPO DE VIAJE ' VI-FOLIO ' SALDO '
                       WS-FIN-ANT-SALDO ': SIN NUMERO DE PRESTAMO '
                       'LIBRE, QUEDA ABIERTO'
               ELSE
                   MOVE WS-FIN-ANT-SALDO TO LN-ORIGINAL
                   MOVE WS-FIN-ANT-SALDO TO LN-ABONO-PER
                   MOVE WS-FIN-ANT-SALDO TO LN-SALDO
                   MOVE FUNCTION CURRENT-DATE (1:8) TO LN-FECHA-ALTA
                   WRITE LOAN-REC
                       INVALID KEY
                           DISPLAY 'NO SE PUDO GRABAR EL PRESTAMO '
                               LN-NUM '. FILE STATUS: '
                               WS-LOAN-STATUS
                       NOT INVALID KEY
                           MOVE LN-NUM TO VI-PRESTAMO
                           MOVE 'L' TO VI-EST
                           REWRITE VIA-REC
                           ADD WS-FIN-ANT-SALDO TO WS-FIN-ANT-LN
                           DISPLAY 'ANTICIPO DE VIAJE ' VI-FOLIO
                               ' SALDO ' WS-FIN-ANT-SALDO
                               ' PASADO AL PRESTAMO ' LN-NUM
                   END-WRITE
               END-IF.

           931-FIN-ANT-NUMERO.
               ADD 1 TO WS-FIN-LN-SEQ
               MOVE ID-EMPL TO LN-ID-EMPL
               MOVE SPACES TO LN-NUM
               STRING 'V' WS-FIN-LN-SEQ DELIMITED BY SIZE INTO LN-NUM
               READ LOAN-MAST KEY IS LN-KEY
                   INVALID KEY MOVE 'S' TO WS-FIN-LN-LIBRE
               END-READ.
