      *****************************************************************
      *    935-LICENCIA-PERIODO: RECORRE EN LOA-MAST LAS LICENCIAS    *
      *    DEL EMPLEADO EN TURNO QUE TOCAN EL PERIODO WS-LOA-PERIODO  *
      *    (AAAAMM) Y DEJA EN WS-LOA-DIAS LOS DIAS DE LICENCIA DEL    *
      *    PERIODO SOBRE LA BASE DE 30 (DESDE EL INICIO, O EL DIA 1,  *
      *    HASTA LA VISPERA DEL REGRESO, O EL 30), LA MISMA BASE DEL  *
      *    PRORRATEO DE ALTA DE LA CORRIDA. DE LA ULTIMA LICENCIA     *
      *    QUE TOCA EL PERIODO DEJA EL TIPO, EL TRATO IMSS Y LA FECHA *
      *    DE INICIO; WS-LOA-HALLO 'N' SI NINGUNA LO TOCA. SIN        *
      *    ARCHIVO NO HAY LICENCIAS. REQUIERE ID-EMPL Y COPY LOASTAT  *
      *    (CON LOAFILE/LOAFD).                                       *
      *****************************************************************
       935-LICENCIA-PERIODO.
           MOVE 'N' TO WS-LOA-HALLO
           MOVE SPACE TO WS-LOA-TIPO
           MOVE SPACE TO WS-LOA-IMSS
           MOVE SPACES TO WS-LOA-F-INI
           MOVE 0 TO WS-LOA-DIAS
           MOVE WS-LOAMAST-PATH-DFLT TO WS-LOAMAST-PATH
           DISPLAY 'LOAMAST_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-LOAMAST-PATH FROM ENVIRONMENT-VALUE
           IF WS-LOAMAST-PATH = SPACES
               MOVE WS-LOAMAST-PATH-DFLT TO WS-LOAMAST-PATH
           END-IF
           OPEN INPUT LOA-MAST
           IF WS-LOA-STATUS = '00'
               MOVE 0 TO WS-LOA-FLAG
               MOVE ID-EMPL TO LO-ID-EMPL
               MOVE LOW-VALUES TO LO-F-INI
               START LOA-MAST KEY IS NOT LESS THAN LO-KEY
                   INVALID KEY MOVE 1 TO WS-LOA-FLAG
               END-START
               PERFORM 931-LICENCIA-LEE UNTIL WS-LOA-FLAG = 1
               CLOSE LOA-MAST
           END-IF
           IF WS-LOA-DIAS > 30
               MOVE 30 TO WS-LOA-DIAS
           END-IF.

      *UNA LICENCIA QUE EMPIEZA DESPUES DEL PERIODO CORTA EL
      *RECORRIDO (VAN EN ORDEN DE INICIO).
           931-LICENCIA-LEE.
               READ LOA-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-LOA-FLAG
                   NOT AT END
                       IF LO-ID-EMPL NOT = ID-EMPL
                           OR LO-F-INI(1:6) > WS-LOA-PERIODO
                           MOVE 1 TO WS-LOA-FLAG
                       ELSE
                           IF LO-F-REG = SPACES
                               OR LO-F-REG(1:6) NOT < WS-LOA-PERIODO
                               MOVE 'S' TO WS-LOA-HALLO
                               MOVE LO-TIPO TO WS-LOA-TIPO
                               MOVE LO-IMSS TO WS-LOA-IMSS
                               MOVE LO-F-INI TO WS-LOA-F-INI
                               MOVE 1 TO WS-LOA-DD-INI
                               IF LO-F-INI(1:6) = WS-LOA-PERIODO
                                   MOVE LO-F-INI(7:2) TO WS-LOA-DD-INI
                               END-IF
                               MOVE 30 TO WS-LOA-DD-FIN
                               IF LO-F-REG NOT = SPACES
                                   AND LO-F-REG(1:6) = WS-LOA-PERIODO
                                   MOVE LO-F-REG(7:2) TO WS-LOA-DD-FIN
                                   SUBTRACT 1 FROM WS-LOA-DD-FIN
                               END-IF
                               IF WS-LOA-DD-INI > 30
                                   MOVE 30 TO WS-LOA-DD-INI
                               END-IF
                               IF WS-LOA-DD-FIN > 30
                                   MOVE 30 TO WS-LOA-DD-FIN
                               END-IF
                               IF WS-LOA-DD-FIN NOT < WS-LOA-DD-INI
                                   COMPUTE WS-LOA-DIAS = WS-LOA-DIAS
                                       + WS-LOA-DD-FIN
                                       - WS-LOA-DD-INI + 1
                               END-IF
                           END-IF
                       END-IF
               END-READ.
