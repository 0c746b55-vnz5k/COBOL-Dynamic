      *    (920-CALCULA-BENEF), WS-GARN-CALC (923-CALCULA-GARN),      *
      *    WS-LOAN-CALC (932-CALCULA-LOAN) Y WS-AHORRO-CALC           *
      *    (946-CALCULA-AHORRO) TRAEN LO DEDUCIDO POR PRESTACIONES,   *
      *    ORDEN JUDICIAL, PRESTAMOS Y FONDO DE AHORRO, Y             *
      *    WS-INF-CALC (944-CALCULA-INFONAVIT, COPY INFSTAT) EL       *
      *    DESCUENTO DEL CREDITO DE VIVIENDA. WS-AST-CALC (COPY       *
      *    ASTSTAT) TRAE LOS ACTIVOS NO DEVUELTOS COBRADOS EN EL      *
      *    FINIQUITO (936-AST-BAJA); EN LA NOMINA ORDINARIA ES CERO.  *
      *    WS-SND-CALC (COPY SNDSTAT) TRAE LA CUOTA SINDICAL          *
      *    (938-CALCULA-SINDICAL); FUERA DE LA NOMINA ES CERO.        *
      *    WS-VIA-ANT (COPY VIASTAT) TRAE EL ANTICIPO DE VIATICOS QUE *
      *    SE RECUPERA AL PAGAR UNA COMPROBACION (972-CALCULA-        *
      *    VIATICOS); FUERA DE LA NOMINA ES CERO.                     *
      *    EL GRUPO DE PAGO DEL EMPLEADO VIAJA EN PH-GRUPO PARA QUE   *
      *    LOS PROGRAMAS DE PAGO POSTERIORES NO MEZCLEN LOS CICLOS    *
      *    SEMANAL Y MENSUAL AUNQUE COMPARTAN ETIQUETA DE PERIODO.    *
      *    CON WS-PH-PRUEBA = 'S' (PRENOMINA DE PRUEBA) EL RENGLON    *
      *    VA A PAYHPRE Y EL HISTORICO REAL NO SE TOCA.               *
      *****************************************************************
       915-PAYHIST-DETALLE.
           IF WS-PH-PRUEBA = 'S'
               MOVE WS-PAYHPRE-PATH-DFLT TO WS-PAYHIST-PATH
               DISPLAY 'PAYHPRE_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-PAYHIST-PATH FROM ENVIRONMENT-VALUE
               IF WS-PAYHIST-PATH = SPACES
                   MOVE WS-PAYHPRE-PATH-DFLT TO WS-PAYHIST-PATH
               END-IF
           ELSE
               MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
               DISPLAY 'PAYHIST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-PAYHIST-PATH FROM ENVIRONMENT-VALUE
               IF WS-PAYHIST-PATH = SPACES
                   MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
               END-IF
           END-IF
           OPEN I-O PAYHIST
           IF WS-PAYH-STATUS = '35'
           MOVE WS-NETO-CALC TO PH-NETO
           COMPUTE PH-DEDUC =
               WS-BEN-CALC + WS-GARN-CALC + WS-LOAN-CALC
               + WS-AHORRO-CALC + WS-IMSS-OBR + WS-INF-CALC
               + WS-AST-CALC + WS-SND-CALC
               + WS-VIA-ANT
           IF GRUPO-PAGO = SPACE
               MOVE 'M' TO PH-GRUPO
           ELSE
