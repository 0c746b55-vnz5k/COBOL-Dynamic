      *    CALCULA EL PAGO DEL PERIODO PARA UN EMPLEADO. SI ES        *
      *    ASALARIADO (TIPO-PAGO = 'M') USA EL SUELDO FIJO SUE-MEN;   *
      *    SI ES POR HORA (TIPO-PAGO = 'H') SUMA HORAS NORMALES MAS   *
      *    HORAS EXTRA, CADA UNA A SU TARIFA; SI ES DE COMISION ('C') *
      *    O DESTAJO ('D') TOMA DE VAR-PER EL PAGO VARIABLE DEL       *
      *    PERIODO WS-VAR-PERIODO MAS SU COMPLEMENTO AL SALARIO       *
      *    MINIMO (WS-VAR-IMPORTE / WS-VAR-COMPL). SOBRE ESE PAGO     *
      *    BASE (WS-PAGO-BASE) APLICA EXPLICITAMENTE LA PRIMA DEL     *
      *    TURNO DEL EMPLEADO (TURNO-CLV CONTRA SHIFT-MAST,           *
      *    DYN-SHFMNT), DEJANDOLA POR SEPARADO EN WS-TURNO-CALC PARA  *
      *    QUE LOS REPORTES MUESTREN BASE Y DIFERENCIAL COMO IMPORTES *
      *    DISTINTOS; WS-PAGO-CALC = BASE + DIFERENCIAL. SIN TURNO    *
      *    (SPACES) O SIN TABLA DE TURNOS NO HAY PRIMA.               *
      *    REQUIERE TIPO-PAGO, SUE-MEN, HORAS-TRAB, TARIFA-HORA,      *
      *    HORAS-EXTRA, TARIFA-EXTRA, TURNO-CLV, WS-PAGO-CALC         *
      *    (PIC 9(07)), COPY SHFSTAT (CON SHFFILE/SHFFD) Y COPY       *
      *    VARSTAT (CON VARFILE/VARFD) DECLARADOS.                    *
      *****************************************************************
       912-CALCULA-PAGO.
           MOVE 0 TO WS-VAR-IMPORTE
           MOVE 0 TO WS-VAR-COMPL
           IF TIPO-PAGO = 'H'
               COMPUTE WS-PAGO-BASE ROUNDED =
                   (HORAS-TRAB * TARIFA-HORA) +
                   (HORAS-EXTRA * TARIFA-EXTRA)
           ELSE
               IF TIPO-PAGO = 'C' OR TIPO-PAGO = 'D'
                   PERFORM 912-PAGO-VARIABLE
                   COMPUTE WS-PAGO-BASE =
                       WS-VAR-IMPORTE + WS-VAR-COMPL
               ELSE
                   MOVE SUE-MEN TO WS-PAGO-BASE
               END-IF
           END-IF
           MOVE 0 TO WS-TURNO-CALC
           IF TURNO-CLV NOT = SPACES
                   END-READ
                   CLOSE SHIFT-MAST
               END-IF.

      *EL PAGO VARIABLE DEL PERIODO PEDIDO, SI AUN NO SE PAGA; SIN
      *PERIODO, EL DEL ULTIMO PERIODO CARGADO DEL EMPLEADO. SIN
      *RENGLON (O SIN ARCHIVO) NO HAY PAGO VARIABLE.
           912-PAGO-VARIABLE.
               MOVE WS-VARPER-PATH-DFLT TO WS-VARPER-PATH
               DISPLAY 'VARPER_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-VARPER-PATH FROM ENVIRONMENT-VALUE
               IF WS-VARPER-PATH = SPACES
                   MOVE WS-VARPER-PATH-DFLT TO WS-VARPER-PATH
               END-IF
               IF WS-VAR-APLICA = 'S'
                   OPEN I-O VAR-PER
               ELSE
                   OPEN INPUT VAR-PER
               END-IF
               IF WS-VAR-STATUS = '00'
                   IF WS-VAR-PERIODO NOT = SPACES
                       MOVE ID-EMPL TO VP-ID-EMPL
                       MOVE WS-VAR-PERIODO TO VP-PERIODO
                       READ VAR-PER KEY IS VP-KEY
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF VP-PAGADO NOT = 'S'
                                   MOVE VP-IMPORTE TO WS-VAR-IMPORTE
                                   MOVE VP-COMPL TO WS-VAR-COMPL
                                   IF WS-VAR-APLICA = 'S'
                                       MOVE 'S' TO VP-PAGADO
                                       REWRITE VAR-REC
                                   END-IF
                               END-IF
                       END-READ
                   ELSE
                       MOVE ID-EMPL TO VP-ID-EMPL
                       MOVE LOW-VALUES TO VP-PERIODO
                       MOVE 0 TO WS-VAR-FLAG
                       START VAR-PER KEY IS NOT LESS THAN VP-KEY
                           INVALID KEY MOVE 1 TO WS-VAR-FLAG
                       END-START
                       PERFORM 912-VARIABLE-ULTIMO
                           UNTIL WS-VAR-FLAG = 1
                   END-IF
                   CLOSE VAR-PER
               END-IF.

           912-VARIABLE-ULTIMO.
               READ VAR-PER NEXT RECORD
                   AT END MOVE 1 TO WS-VAR-FLAG
                   NOT AT END
                       IF VP-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-VAR-FLAG
                       ELSE
                           MOVE VP-IMPORTE TO WS-VAR-IMPORTE
                           MOVE VP-COMPL TO WS-VAR-COMPL
                       END-IF
               END-READ.
