      *****************************************************************
      *    LISTA DE SALIDA DE ACTIVOS AL DAR DE BAJA UN EMPLEADO:     *
      *    CADA ACTIVO QUE SIGUE EN SU PODER (AA-ESTADO 'E') PASA A   *
      *    'P' (PENDIENTE DE DEVOLVER) CON LA FECHA DE LA BAJA Y SE   *
      *    LISTA EN EL ESTADO DE FINIQUITO. SI EL CATALOGO LO MARCA   *
      *    COMO DESCONTABLE (AC-DESCUENTA = 'S') Y EL NETO LO         *
      *    ALCANZA, SU VALOR SE COBRA EN EL FINIQUITO: QUEDA EN 'C',  *
      *    SE SUMA EN WS-AST-CALC Y DEJA SU RENGLON TIPO 'Q' EN       *
      *    DEDDET. LO QUE NO ALCANZA O NO ES DESCONTABLE SE QUEDA EN  *
      *    'P' PARA RECLAMARLO (DYN-ASTMNT, OPCION P). EN BAJA POR    *
      *    FALLECIMIENTO (TERM-REASON 'F') NO SE DESCUENTA NADA, SOLO *
      *    SE ARMA LA LISTA. LO INVOCA 930-FINIQUITO CON WS-NETO-CALC *
      *    Y WS-PH-PERIODO YA CALCULADOS; REQUIERE COPY ASTFILE/      *
      *    ASTFD/ASTSTAT Y DETSTAT/DETLKUP (CON DETFILE/DETFD).       *
      *****************************************************************
       936-AST-BAJA.
           MOVE 0 TO WS-AST-CALC
           MOVE 0 TO WS-AST-PEND
           MOVE WS-ASTCAT-PATH-DFLT TO WS-ASTCAT-PATH
           DISPLAY 'ASTCAT_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-ASTCAT-PATH FROM ENVIRONMENT-VALUE
           IF WS-ASTCAT-PATH = SPACES
               MOVE WS-ASTCAT-PATH-DFLT TO WS-ASTCAT-PATH
           END-IF
           MOVE WS-ASTASG-PATH-DFLT TO WS-ASTASG-PATH
           DISPLAY 'ASTASG_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-ASTASG-PATH FROM ENVIRONMENT-VALUE
           IF WS-ASTASG-PATH = SPACES
               MOVE WS-ASTASG-PATH-DFLT TO WS-ASTASG-PATH
           END-IF
           OPEN I-O AST-ASG
           IF WS-ASTA-STATUS = '00'
               OPEN INPUT AST-CAT
               MOVE 0 TO WS-AST-FLAG
               MOVE ID-EMPL TO AA-ID-EMPL
               MOVE 0 TO AA-SEC
               START AST-ASG KEY IS NOT LESS THAN AA-KEY
                   INVALID KEY MOVE 1 TO WS-AST-FLAG
               END-START
               PERFORM 936-AST-LEE UNTIL WS-AST-FLAG = 1
               IF WS-ASTC-STATUS = '00'
                   CLOSE AST-CAT
               END-IF
               CLOSE AST-ASG
           END-IF.

           936-AST-LEE.
               READ AST-ASG NEXT RECORD
                   AT END MOVE 1 TO WS-AST-FLAG
                   NOT AT END
                       IF AA-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-AST-FLAG
                       ELSE
                           IF AA-ESTADO = 'E'
                               PERFORM 936-AST-PENDIENTE
                           END-IF
                       END-IF
               END-READ.

           936-AST-PENDIENTE.
               IF WS-AST-PEND = 0
                   DISPLAY '---- ACTIVOS PENDIENTES DE DEVOLVER ----'
               END-IF
               ADD 1 TO WS-AST-PEND
               MOVE 'P' TO AA-ESTADO
               IF TERM-FECHA IS NUMERIC
                   MOVE TERM-FECHA TO AA-F-BAJA
               ELSE
                   MOVE FUNCTION CURRENT-DATE (1:8) TO AA-F-BAJA
               END-IF
               MOVE SPACES TO AC-DESC
               MOVE 'N' TO AC-DESCUENTA
               IF WS-ASTC-STATUS = '00'
                   MOVE AA-CLV TO AC-CLV
                   READ AST-CAT KEY IS AC-CLV
                       INVALID KEY
                           MOVE SPACES TO AC-DESC
                           MOVE 'N' TO AC-DESCUENTA
                   END-READ
               END-IF
               COMPUTE WS-AST-CABE = WS-NETO-CALC - WS-AST-CALC
               IF AC-DESCUENTA = 'S' AND TERM-REASON NOT = 'F'
                   AND AA-VALOR > 0 AND AA-VALOR NOT > WS-AST-CABE
                   MOVE 'C' TO AA-ESTADO
                   MOVE AA-VALOR TO AA-COBRO
                   ADD AA-VALOR TO WS-AST-CALC
                   MOVE WS-PH-PERIODO TO WS-DET-PERIODO
                   MOVE 'Q' TO WS-DET-TIPO
                   MOVE SPACES TO WS-DET-CLAVE
                   STRING AA-CLV '-' AA-SEC DELIMITED BY SIZE
                       INTO WS-DET-CLAVE
                   MOVE AC-DESC TO WS-DET-DESC
                   MOVE AA-VALOR TO WS-DET-MONTO
                   PERFORM 962-DED-DETALLE
               END-IF
               REWRITE ASTASG-REC
               DISPLAY '  ' AA-CLV ' ' AC-DESC ' SERIE ' AA-SERIE
               IF AA-ESTADO = 'C'
                   DISPLAY '      VALOR ' AA-VALOR ' DESCONTADO'
               ELSE
                   DISPLAY '      VALOR ' AA-VALOR ' POR RECLAMAR'
               END-IF.
