      *****************************************************************
      *    CALCULA LOS VALES DE DESPENSA DEL PERIODO DEL EMPLEADO EN  *
      *    TURNO: EL MONTO MENSUAL SALE DE VLS-PARM, PRIMERO POR LOS  *
      *    PLANES VIGENTES HOY EN ENROLL ('P', EL MAYOR) Y SI NO POR  *
      *    SU BANDA ID-TAB-S ('B'). EL PERIODO LLEVA 7 DIAS EN EL     *
      *    GRUPO SEMANAL Y 30 EN EL MENSUAL (MENSUAL X DIAS / 30).    *
      *    LO EXENTO LLEGA HASTA WS-VLS-FACTOR DE LA UMA DIARIA       *
      *    (WS-REF-UMA, 984-REF-VIGENTE YA CARGADO POR EL LLAMADOR)   *
      *    POR LOS DIAS; SOLO LO QUE REBASA ESE TOPE QUEDA EN         *
      *    WS-VLS-GRAV PARA EL IMPUESTO. SIN UMA CARGADA TODO SE      *
      *    GRAVA. DEJA WS-VLS-CALC / WS-VLS-EXE / WS-VLS-GRAV; SIN    *
      *    ARCHIVO DE PARAMETROS NO HAY VALES. REQUIERE COPY          *
      *    VLSFILE/VLSFD/VLSSTAT, ENRFILE/ENRFD/ENRSTAT Y REFSTAT.    *
      *****************************************************************
       934-CALCULA-VALES.
           MOVE 0 TO WS-VLS-CALC
           MOVE 0 TO WS-VLS-EXE
           MOVE 0 TO WS-VLS-GRAV
           MOVE 0 TO WS-VLS-MENSUAL
           MOVE 'N' TO WS-VLS-PLAN
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-VLS-HOY
           IF GRUPO-PAGO = 'S'
               MOVE 7 TO WS-VLS-DIAS
           ELSE
               MOVE 30 TO WS-VLS-DIAS
           END-IF
           MOVE WS-VLSPARM-PATH-DFLT TO WS-VLSPARM-PATH
           DISPLAY 'VLSPARM_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-VLSPARM-PATH FROM ENVIRONMENT-VALUE
           IF WS-VLSPARM-PATH = SPACES
               MOVE WS-VLSPARM-PATH-DFLT TO WS-VLSPARM-PATH
           END-IF
           OPEN INPUT VLS-PARM
           IF WS-VLS-STATUS = '00'
               PERFORM 934-VLS-PLANES
               IF WS-VLS-PLAN = 'N'
                   MOVE 'B' TO VL-TIPO
                   MOVE SPACES TO VL-CLAVE
                   MOVE ID-TAB-S TO VL-CLAVE(1:1)
                   READ VLS-PARM KEY IS VL-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE VL-MONTO TO WS-VLS-MENSUAL
                   END-READ
               END-IF
               CLOSE VLS-PARM
           END-IF
           IF WS-VLS-MENSUAL > 0
               COMPUTE WS-VLS-CALC ROUNDED =
                   WS-VLS-MENSUAL * WS-VLS-DIAS / 30
               COMPUTE WS-VLS-TOPE ROUNDED =
                   WS-REF-UMA * WS-VLS-FACTOR * WS-VLS-DIAS
               IF WS-VLS-CALC > WS-VLS-TOPE
                   MOVE WS-VLS-TOPE TO WS-VLS-EXE
                   COMPUTE WS-VLS-GRAV = WS-VLS-CALC - WS-VLS-TOPE
               ELSE
                   MOVE WS-VLS-CALC TO WS-VLS-EXE
               END-IF
           END-IF.

      *PLANES VIGENTES DEL EMPLEADO CON VALES EN VLS-PARM.
           934-VLS-PLANES.
               MOVE WS-ENROLL-PATH-DFLT TO WS-ENROLL-PATH
               DISPLAY 'ENROLL_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENROLL-PATH FROM ENVIRONMENT-VALUE
               IF WS-ENROLL-PATH = SPACES
                   MOVE WS-ENROLL-PATH-DFLT TO WS-ENROLL-PATH
               END-IF
               OPEN INPUT ENROLL
               IF WS-ENR-STATUS = '00'
                   MOVE 0 TO WS-VLS-FLAG
                   MOVE ID-EMPL TO EN-ID-EMPL
                   MOVE SPACES TO EN-PLAN
                   START ENROLL KEY IS NOT LESS THAN EN-KEY
                       INVALID KEY MOVE 1 TO WS-VLS-FLAG
                   END-START
                   PERFORM 934-VLS-PLAN-LEE UNTIL WS-VLS-FLAG = 1
                   CLOSE ENROLL
               END-IF.

           934-VLS-PLAN-LEE.
               READ ENROLL NEXT RECORD
                   AT END MOVE 1 TO WS-VLS-FLAG
                   NOT AT END
                       IF EN-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-VLS-FLAG
                       ELSE
                           IF EN-F-INICIO NOT > WS-VLS-HOY
                               AND (EN-F-FIN = SPACES
                                   OR EN-F-FIN NOT < WS-VLS-HOY)
                               MOVE 'P' TO VL-TIPO
                               MOVE EN-PLAN TO VL-CLAVE
                               READ VLS-PARM KEY IS VL-KEY
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 934-VLS-PLAN-TOMA
                               END-READ
                           END-IF
                       END-IF
               END-READ.

           934-VLS-PLAN-TOMA.
               IF WS-VLS-PLAN = 'N' OR VL-MONTO > WS-VLS-MENSUAL
                   MOVE VL-MONTO TO WS-VLS-MENSUAL
               END-IF
               MOVE 'S' TO WS-VLS-PLAN.
