      *****************************************************************
      *    CUOTA SINDICAL DEL PERIODO DEL EMPLEADO EN TURNO: SI TIENE *
      *    AFILIACION VIGENTE (938-SND-MIEMBRO) APLICA LA REGLA DE SU *
      *    SINDICATO EN SND-CAT: 'P' SN-PCT SOBRE WS-SND-BASE (SUELDO *
      *    BASE DEL PERIODO, YA PRORRATEADO), 'M' SN-MONTO MENSUAL    *
      *    (7/30 EN EL GRUPO SEMANAL). DEJA EL IMPORTE EN WS-SND-CALC *
      *    Y, CON WS-DET-GRABA = 'S', SU RENGLON 'U' EN DEDDET CON LA *
      *    CLAVE DEL SINDICATO, DE DONDE LO TOMA EL ENTERO            *
      *    (DYN-REMVCH). UN SINDICATO FUERA DEL CATALOGO SE AVISA Y NO*
      *    DESCUENTA. REQUIERE ID-EMPL, GRUPO-PAGO, WS-SND-BASE Y     *
      *    COPY SNDFILE/SNDFD/SNDSTAT, SNDMLKUP Y DETLKUP.            *
      *****************************************************************
       938-CALCULA-SINDICAL.
           MOVE 0 TO WS-SND-CALC
           PERFORM 938-SND-MIEMBRO
           IF WS-SND-CLV NOT = SPACES
               MOVE WS-SNDCAT-PATH-DFLT TO WS-SNDCAT-PATH
               DISPLAY 'SNDCAT_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-SNDCAT-PATH FROM ENVIRONMENT-VALUE
               IF WS-SNDCAT-PATH = SPACES
                   MOVE WS-SNDCAT-PATH-DFLT TO WS-SNDCAT-PATH
               END-IF
               OPEN INPUT SND-CAT
               MOVE WS-SND-CLV TO SN-CLV
               READ SND-CAT KEY IS SN-CLV
                   INVALID KEY
                       DISPLAY 'SINDICATO DE LA AFILIACION NO EXISTE '
                           'EN SND-CAT: ' WS-SND-CLV
                   NOT INVALID KEY
                       PERFORM 938-SND-APLICA
               END-READ
               CLOSE SND-CAT
           END-IF.

           938-SND-APLICA.
               IF SN-TIPO = 'P'
                   COMPUTE WS-SND-CALC ROUNDED = WS-SND-BASE * SN-PCT
               ELSE
                   IF GRUPO-PAGO = 'S'
                       COMPUTE WS-SND-CALC ROUNDED = SN-MONTO * 7 / 30
                   ELSE
                       MOVE SN-MONTO TO WS-SND-CALC
                   END-IF
               END-IF
               IF WS-SND-CALC > 0 AND WS-DET-GRABA = 'S'
                   MOVE 'U' TO WS-DET-TIPO
                   MOVE SN-CLV TO WS-DET-CLAVE
                   MOVE 'CUOTA SINDICAL' TO WS-DET-DESC
                   MOVE WS-SND-CALC TO WS-DET-MONTO
                   PERFORM 962-DED-DETALLE
               END-IF.
