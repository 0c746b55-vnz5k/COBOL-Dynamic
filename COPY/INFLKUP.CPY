      *****************************************************************
      *    CALCULA EL DESCUENTO INFONAVIT DEL PERIODO DEL EMPLEADO EN *
      *    TURNO SEGUN SU CREDITO EN INF-MAST, SI EL AVISO DE         *
      *    RETENCION YA RIGE EN WS-INF-FECHA (EN BLANCO = HOY) Y NO   *
      *    HAY AVISO DE SUSPENSION ANTERIOR. LOS DIAS DEL PERIODO SON *
      *    7 PARA EL GRUPO SEMANAL Y 30 PARA EL MENSUAL:              *
      *      'P' SDI (947-CALCULA-SDI) X PORCENTAJE X DIAS            *
      *      'F' CUOTA FIJA MENSUAL X DIAS / 30                       *
      *      'V' FACTOR X UMA DIARIA (WS-REF-UMA, 984-REF-VIGENTE     *
      *          YA CARGADO POR EL LLAMADOR) X DIAS                   *
      *    NUNCA REBASA EL NETO DISPONIBLE (WS-NETO-CALC). DEJA EL    *
      *    IMPORTE EN WS-INF-CALC. CON WS-INF-APLICA = 'S' (SOLO LA   *
      *    CORRIDA DE NOMINA) LO ACUMULA EN IF-RETENIDO; CON          *
      *    WS-DET-GRABA = 'S' DEJA EL RENGLON 'N' EN DEDDET PARA EL   *
      *    ENTERO (DYN-REMVCH) Y EL REPORTE BIMESTRAL (DYN-INFRPT).   *
      *    SIN ARCHIVO DE CREDITOS NO DESCUENTA NADA. REQUIERE COPY   *
      *    INFSTAT (CON INFFILE/INFFD), IMSSTAT/IMSLKUP, REFSTAT Y    *
      *    DETSTAT/DETLKUP DECLARADOS.                                *
      *****************************************************************
       944-CALCULA-INFONAVIT.
           MOVE 0 TO WS-INF-CALC
           IF WS-INF-FECHA NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-INF-FECHA
           END-IF
           IF GRUPO-PAGO = 'S'
               MOVE 7 TO WS-INF-DIAS
           ELSE
               MOVE 30 TO WS-INF-DIAS
           END-IF
           MOVE WS-INFMAST-PATH-DFLT TO WS-INFMAST-PATH
           DISPLAY 'INFMAST_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-INFMAST-PATH FROM ENVIRONMENT-VALUE
           IF WS-INFMAST-PATH = SPACES
               MOVE WS-INFMAST-PATH-DFLT TO WS-INFMAST-PATH
           END-IF
           IF WS-INF-APLICA = 'S'
               OPEN I-O INF-MAST
           ELSE
               OPEN INPUT INF-MAST
           END-IF
           IF WS-INF-STATUS = '00'
               MOVE ID-EMPL TO IF-ID-EMPL
               READ INF-MAST KEY IS IF-ID-EMPL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF IF-F-RETENCION IS NUMERIC
                           AND IF-F-RETENCION NOT > WS-INF-FECHA
                           AND (IF-F-SUSPENSION NOT NUMERIC
                               OR IF-F-SUSPENSION > WS-INF-FECHA)
                           PERFORM 945-INF-APLICA
                       END-IF
               END-READ
               CLOSE INF-MAST
           END-IF.

           945-INF-APLICA.
               EVALUATE IF-TIPO-DESC
                   WHEN 'P'
                       PERFORM 947-CALCULA-SDI
                       COMPUTE WS-INF-CALC ROUNDED =
                           WS-SDI-CALC * IF-VALOR * WS-INF-DIAS
                   WHEN 'F'
                       COMPUTE WS-INF-CALC ROUNDED =
                           IF-VALOR * WS-INF-DIAS / 30
                   WHEN 'V'
                       COMPUTE WS-INF-CALC ROUNDED =
                           IF-VALOR * WS-REF-UMA * WS-INF-DIAS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-INF-CALC > WS-NETO-CALC
                   MOVE WS-NETO-CALC TO WS-INF-CALC
               END-IF
               IF WS-INF-CALC > 0
                   IF WS-INF-APLICA = 'S'
                       ADD WS-INF-CALC TO IF-RETENIDO
                       REWRITE INF-REC
                   END-IF
                   IF WS-DET-GRABA = 'S'
                       MOVE 'N' TO WS-DET-TIPO
                       MOVE 'INFONAVIT' TO WS-DET-CLAVE
                       MOVE SPACES TO WS-DET-DESC
                       STRING 'CRED ' IF-CREDITO DELIMITED BY SIZE
                           INTO WS-DET-DESC
                       MOVE WS-INF-CALC TO WS-DET-MONTO
                       PERFORM 962-DED-DETALLE
                   END-IF
                   IF WS-INF-MUESTRA = 'S'
                       DISPLAY '        INFONAVIT CREDITO ' IF-CREDITO
                           ' TIPO ' IF-TIPO-DESC ': ' WS-INF-CALC
                   END-IF
               END-IF.
