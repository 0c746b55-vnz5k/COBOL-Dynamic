      *****************************************************************
      *    TOMA DE PRIM-DET LAS PRIMAS DOMINICAL ('D') Y DE FESTIVO   *
      *    TRABAJADO ('F') DEL EMPLEADO EN TURNO PARA EL PERIODO      *
      *    WS-PRD-PERIODO, QUE DERIVO LA CARGA DE HORAS, Y LOS        *
      *    PREMIOS DE PUNTUALIDAD ('P') Y ASISTENCIA ('A') DE         *
      *    DYN-PUNCALC. DEJA LOS IMPORTES EN WS-PRD-DOM / WS-PRD-FER  *
      *    / WS-PRD-PUN / WS-PRD-ASI Y SU SUMA EN                     *
      *    WS-PRD-CALC; EL LLAMADOR LOS SUMA AL BRUTO ANTES DEL ISR   *
      *    Y DEL IMSS. UN RENGLON YA PAGADO NO SE VUELVE A TOMAR; CON *
      *    WS-PRD-APLICA = 'S' (SOLO LA CORRIDA DE NOMINA) LOS        *
      *    RENGLONES TOMADOS QUEDAN MARCADOS PAGADOS. SIN ARCHIVO NO  *
      *    HAY PRIMAS. REQUIERE ID-EMPL Y COPY PRDSTAT (CON           *
      *    PRDFILE/PRDFD).                                            *
      *****************************************************************
       988-PRIMAS-LEE.
           MOVE 0 TO WS-PRD-DOM
           MOVE 0 TO WS-PRD-FER
           MOVE 0 TO WS-PRD-PUN
           MOVE 0 TO WS-PRD-ASI
           MOVE WS-PRIMDET-PATH-DFLT TO WS-PRIMDET-PATH
           DISPLAY 'PRIMDET_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-PRIMDET-PATH FROM ENVIRONMENT-VALUE
           IF WS-PRIMDET-PATH = SPACES
               MOVE WS-PRIMDET-PATH-DFLT TO WS-PRIMDET-PATH
           END-IF
           IF WS-PRD-APLICA = 'S'
               OPEN I-O PRIM-DET
           ELSE
               OPEN INPUT PRIM-DET
           END-IF
           IF WS-PRD-STATUS = '00'
               MOVE 'D' TO WS-PRD-TIPO
               PERFORM 989-PRIMAS-LEE-UNA
               MOVE WS-PRD-IMP-G TO WS-PRD-DOM
               MOVE 'F' TO WS-PRD-TIPO
               PERFORM 989-PRIMAS-LEE-UNA
               MOVE WS-PRD-IMP-G TO WS-PRD-FER
               MOVE 'P' TO WS-PRD-TIPO
               PERFORM 989-PRIMAS-LEE-UNA
               MOVE WS-PRD-IMP-G TO WS-PRD-PUN
               MOVE 'A' TO WS-PRD-TIPO
               PERFORM 989-PRIMAS-LEE-UNA
               MOVE WS-PRD-IMP-G TO WS-PRD-ASI
               CLOSE PRIM-DET
           END-IF
           COMPUTE WS-PRD-CALC = WS-PRD-DOM + WS-PRD-FER
               + WS-PRD-PUN + WS-PRD-ASI.

           989-PRIMAS-LEE-UNA.
               MOVE 0 TO WS-PRD-IMP-G
               MOVE ID-EMPL TO PQ-ID-EMPL
               MOVE WS-PRD-PERIODO TO PQ-PERIODO
               MOVE WS-PRD-TIPO TO PQ-TIPO
               READ PRIM-DET KEY IS PQ-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PQ-PAGADO NOT = 'S'
                           MOVE PQ-IMPORTE TO WS-PRD-IMP-G
                           IF WS-PRD-APLICA = 'S'
                               MOVE 'S' TO PQ-PAGADO
                               REWRITE PRD-REC
                           END-IF
                       END-IF
               END-READ.
