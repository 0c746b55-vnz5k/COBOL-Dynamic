      *****************************************************************
      *    ESCRIBE UN RENGLON DE DETALLE DE DEDUCCION EN DEDDET CON   *
      *    LOS CAMPOS WS-DET-* YA CARGADOS (PERIODO, TIPO, CLAVE,     *
      *    DESCRIPCION E IMPORTE) Y EL ID-EMPL EN TURNO; EL GRUPO ES  *
      *    WS-DET-GRUPO O, EN ESPACIO, EL GRUPO-PAGO DEL EMPLEADO     *
      *    ('M' SI NO TIENE), IGUAL QUE PH-GRUPO. LO INVOCAN          *
      *    LOS CALCULOS DE DEDUCCION (920/923/932 Y LA PROPIA         *
      *    CORRIDA PARA IMPUESTO, AHORRO Y CUOTA IMSS) CUANDO         *
      *    WS-DET-GRABA = 'S'. REQUIERE COPY DETSTAT (CON DETFILE/    *
      *    DETFD) DECLARADO. CON WS-DET-PRUEBA = 'S' (PRENOMINA DE    *
      *    PRUEBA) EL RENGLON VA A DEDPRE Y DEDDET NO SE TOCA.        *
      *****************************************************************
       962-DED-DETALLE.
           IF WS-DET-PRUEBA = 'S'
               MOVE WS-DEDPRE-PATH-DFLT TO WS-DEDDET-PATH
               DISPLAY 'DEDPRE_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-DEDDET-PATH FROM ENVIRONMENT-VALUE
               IF WS-DEDDET-PATH = SPACES
                   MOVE WS-DEDPRE-PATH-DFLT TO WS-DEDDET-PATH
               END-IF
           ELSE
               MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH
               DISPLAY 'DEDDET_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-DEDDET-PATH FROM ENVIRONMENT-VALUE
               IF WS-DEDDET-PATH = SPACES
                   MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH
               END-IF
           END-IF
           OPEN EXTEND DEDDET
           IF WS-DET-STATUS = '35'
           MOVE WS-DET-CLAVE TO DD-CLAVE
           MOVE WS-DET-DESC TO DD-DESC
           MOVE WS-DET-MONTO TO DD-MONTO
           IF WS-DET-GRUPO NOT = SPACE
               MOVE WS-DET-GRUPO TO DD-GRUPO
           ELSE
               IF GRUPO-PAGO = SPACE
                   MOVE 'M' TO DD-GRUPO
               ELSE
                   MOVE GRUPO-PAGO TO DD-GRUPO
               END-IF
           END-IF
           WRITE DEDDET-REC
           CLOSE DEDDET.
