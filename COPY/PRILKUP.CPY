      *****************************************************************
      *    DERIVA LAS PRIMAS DOMINICAL Y DE FESTIVO TRABAJADO DEL     *
      *    EMPLEADO EN TURNO PARA EL PERIODO WS-PRI-PERIODO (AAAAMM), *
      *    RECORRIENDO SU DETALLE DIARIO PUNCH-DET: UN DIA CON HORAS  *
      *    QUE CAE EN DOMINGO (INTEGER-OF-DATE MODULO 7 = 0, COMO     *
      *    938-DIA-HABIL) GENERA PRIMA DOMINICAL; UN DIA REGISTRADO   *
      *    COMO FERIADO EN CAL-MAST (EL DE LA SUCURSAL CUANDO EL      *
      *    LLAMADOR CARGO WS-CAL-SUC-PATH) GENERA PRIMA DE FESTIVO;   *
      *    UN FERIADO EN DOMINGO GENERA LAS DOS. LOS PORCENTAJES Y    *
      *    SU BASE SALEN DE PRI-RULES (DYN-PRIMNT). EL RESULTADO SE   *
      *    GRABA EN PRIM-DET (UN RENGLON POR TIPO) REPONIENDO EL      *
      *    ANTERIOR, ASI QUE RECARGAR EL MISMO PERIODO NO DUPLICA;    *
      *    UN RENGLON YA PAGADO POR LA NOMINA NO SE TOCA.             *
      *    REQUIERE PUNCH-DET ABIERTO, ID-EMPL Y TARIFA-HORA EN       *
      *    REG-EMPL Y COPY PRISTAT, PRDSTAT, PCHSTAT Y CALSTAT (CON   *
      *    SUS FILE/FD).                                              *
      *****************************************************************
       988-PRIMAS-CALCULA.
           IF WS-PRI-LEIDAS = 'N'
               PERFORM 991-PRIMAS-REGLAS
           END-IF
           MOVE 0 TO WS-PRI-DOM-DIAS
           MOVE 0 TO WS-PRI-DOM-HORAS
           MOVE 0 TO WS-PRI-FER-DIAS
           MOVE 0 TO WS-PRI-FER-HORAS
           MOVE WS-CALMAST-PATH-DFLT TO WS-CALMAST-PATH
           DISPLAY 'CALMAST_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-CALMAST-PATH FROM ENVIRONMENT-VALUE
           IF WS-CALMAST-PATH = SPACES
               MOVE WS-CALMAST-PATH-DFLT TO WS-CALMAST-PATH
           END-IF
           IF WS-CAL-SUC-PATH NOT = SPACES
               MOVE WS-CAL-SUC-PATH TO WS-CALMAST-PATH
           END-IF
           MOVE 'N' TO WS-PRI-CAL-OK
           OPEN INPUT CAL-MAST
           IF WS-CAL-STATUS = '00'
               MOVE 'S' TO WS-PRI-CAL-OK
           END-IF
           MOVE 0 TO WS-PRI-FLAG
           MOVE ID-EMPL TO PD-ID-EMPL
           MOVE SPACES TO PD-FECHA
           STRING WS-PRI-PERIODO '00' DELIMITED BY SIZE INTO PD-FECHA
           START PUNCH-DET KEY IS NOT LESS THAN PD-KEY
               INVALID KEY MOVE 1 TO WS-PRI-FLAG
           END-START
           PERFORM 989-PRIMAS-DIA UNTIL WS-PRI-FLAG = 1
           IF WS-PRI-CAL-OK = 'S'
               CLOSE CAL-MAST
           END-IF
           IF WS-PRI-DOM-BASE = 'H'
               COMPUTE WS-PRI-DOM-CALC ROUNDED =
                   WS-PRI-DOM-HORAS * TARIFA-HORA * WS-PRI-DOM-PCT
           ELSE
               COMPUTE WS-PRI-DOM-CALC ROUNDED =
                   WS-PRI-DOM-DIAS * TARIFA-HORA * 8 * WS-PRI-DOM-PCT
           END-IF
           IF WS-PRI-FER-BASE = 'H'
               COMPUTE WS-PRI-FER-CALC ROUNDED =
                   WS-PRI-FER-HORAS * TARIFA-HORA * WS-PRI-FER-PCT
           ELSE
               COMPUTE WS-PRI-FER-CALC ROUNDED =
                   WS-PRI-FER-DIAS * TARIFA-HORA * 8 * WS-PRI-FER-PCT
           END-IF
           PERFORM 992-PRIMAS-GRABA.

           989-PRIMAS-DIA.
               READ PUNCH-DET NEXT RECORD
                   AT END MOVE 1 TO WS-PRI-FLAG
                   NOT AT END
                       IF PD-ID-EMPL NOT = ID-EMPL
                           OR PD-FECHA(1:6) NOT = WS-PRI-PERIODO
                           MOVE 1 TO WS-PRI-FLAG
                       ELSE
                           PERFORM 993-PRIMAS-CLASIFICA
                       END-IF
               END-READ.

           993-PRIMAS-CLASIFICA.
               IF PD-HORAS > 0 AND PD-FECHA IS NUMERIC
                   MOVE PD-FECHA TO WS-PRI-FECHA-N
                   COMPUTE WS-PRI-JUL =
                       FUNCTION INTEGER-OF-DATE(WS-PRI-FECHA-N)
                   COMPUTE WS-PRI-DOW = FUNCTION MOD(WS-PRI-JUL 7)
                   IF WS-PRI-DOW = 0
                       ADD 1 TO WS-PRI-DOM-DIAS
                       ADD PD-HORAS TO WS-PRI-DOM-HORAS
                   END-IF
                   IF WS-PRI-CAL-OK = 'S'
                       MOVE PD-FECHA TO CAL-FECHA
                       READ CAL-MAST KEY IS CAL-FECHA
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-PRI-FER-DIAS
                               ADD PD-HORAS TO WS-PRI-FER-HORAS
                       END-READ
                   END-IF
               END-IF.

      *SIN TABLA DE REGLAS (O SIN LA CLAVE) QUEDAN LAS DE LEY.
           991-PRIMAS-REGLAS.
               MOVE 'S' TO WS-PRI-LEIDAS
               MOVE WS-PRIRULES-PATH-DFLT TO WS-PRIRULES-PATH
               DISPLAY 'PRIRULES_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-PRIRULES-PATH FROM ENVIRONMENT-VALUE
               IF WS-PRIRULES-PATH = SPACES
                   MOVE WS-PRIRULES-PATH-DFLT TO WS-PRIRULES-PATH
               END-IF
               OPEN INPUT PRI-RULES
               IF WS-PRI-STATUS = '00'
                   MOVE 'D' TO PI-CLV
                   READ PRI-RULES KEY IS PI-CLV
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE PI-PCT TO WS-PRI-DOM-PCT
                           MOVE PI-BASE TO WS-PRI-DOM-BASE
                   END-READ
                   MOVE 'F' TO PI-CLV
                   READ PRI-RULES KEY IS PI-CLV
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE PI-PCT TO WS-PRI-FER-PCT
                           MOVE PI-BASE TO WS-PRI-FER-BASE
                   END-READ
                   CLOSE PRI-RULES
               ELSE
                   DISPLAY 'SIN REGLAS DE PRIMAS (DYN-PRIMNT); SE '
                       'APLICAN LAS DE LEY.'
               END-IF.

           992-PRIMAS-GRABA.
               MOVE WS-PRIMDET-PATH-DFLT TO WS-PRIMDET-PATH
               DISPLAY 'PRIMDET_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-PRIMDET-PATH FROM ENVIRONMENT-VALUE
               IF WS-PRIMDET-PATH = SPACES
                   MOVE WS-PRIMDET-PATH-DFLT TO WS-PRIMDET-PATH
               END-IF
               OPEN I-O PRIM-DET
               IF WS-PRD-STATUS = '35'
                   OPEN OUTPUT PRIM-DET
                   CLOSE PRIM-DET
                   OPEN I-O PRIM-DET
               END-IF
               MOVE 'D' TO WS-PRI-TIPO
               MOVE WS-PRI-DOM-DIAS TO WS-PRI-DIAS-G
               MOVE WS-PRI-DOM-HORAS TO WS-PRI-HORAS-G
               MOVE WS-PRI-DOM-CALC TO WS-PRI-CALC-G
               PERFORM 994-PRIMAS-GRABA-UNA
               MOVE 'F' TO WS-PRI-TIPO
               MOVE WS-PRI-FER-DIAS TO WS-PRI-DIAS-G
               MOVE WS-PRI-FER-HORAS TO WS-PRI-HORAS-G
               MOVE WS-PRI-FER-CALC TO WS-PRI-CALC-G
               PERFORM 994-PRIMAS-GRABA-UNA
               CLOSE PRIM-DET.

      *SIN DIAS EN EL PERIODO SE BORRA EL RENGLON ANTERIOR (UNA
      *RECARGA CORREGIDA PUEDE QUITAR EL DOMINGO).
           994-PRIMAS-GRABA-UNA.
               MOVE ID-EMPL TO PQ-ID-EMPL
               MOVE WS-PRI-PERIODO TO PQ-PERIODO
               MOVE WS-PRI-TIPO TO PQ-TIPO
               READ PRIM-DET KEY IS PQ-KEY
                   INVALID KEY
                       IF WS-PRI-DIAS-G > 0
                           PERFORM 995-PRIMAS-LLENA
                           MOVE 'N' TO PQ-PAGADO
                           WRITE PRD-REC
                       END-IF
                   NOT INVALID KEY
                       IF PQ-PAGADO = 'S'
                           DISPLAY 'PRIMA ' WS-PRI-TIPO ' DEL PERIODO '
                               'YA PAGADA, NO SE RECALCULA: ' ID-EMPL
                       ELSE
                           IF WS-PRI-DIAS-G > 0
                               PERFORM 995-PRIMAS-LLENA
                               REWRITE PRD-REC
                           ELSE
                               DELETE PRIM-DET RECORD
                           END-IF
                       END-IF
               END-READ.

           995-PRIMAS-LLENA.
               MOVE WS-PRI-DIAS-G TO PQ-DIAS
               MOVE WS-PRI-HORAS-G TO PQ-HORAS
               MOVE WS-PRI-CALC-G TO PQ-IMPORTE
               MOVE FUNCTION CURRENT-DATE (1:8) TO PQ-F-CALC.
