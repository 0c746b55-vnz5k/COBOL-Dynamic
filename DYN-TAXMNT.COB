      *CADA TRAMO SE CAPTURA BAJO SU FECHA DE ENTRADA EN VIGOR, *
      *ASI LAS VERSIONES FUTURAS SE CARGAN POR ADELANTADO Y LA  *
      *CORRIDA APLICA LA QUE RIJA EN EL PERIODO QUE PAGA.       *
      *CADA VERSION LLEVA LA TARIFA OFICIAL (TIPO 'T': LIMITE *
      *INFERIOR, CUOTA FIJA Y PORCENTAJE SOBRE EL EXCEDENTE)  *
      *Y LA TABLA DEL SUBSIDIO PARA EL EMPLEO (TIPO 'S':      *
      *LIMITE INFERIOR E IMPORTE DEL SUBSIDIO).               *
      *********************************************************

       IDENTIFICATION DIVISION.
       100-PROCESO.
           DISPLAY SEP.
           PERFORM 110-VIGENCIA.
           PERFORM 120-TIPO.
           DISPLAY 'NIVEL DEL TRAMO (01-99):'.
           ACCEPT TX-NIVEL.
           DISPLAY 'LIMITE INFERIOR DEL TRAMO:'.   ACCEPT TX-LIM-INF.
           IF TX-TIPO = 'S'
               MOVE 0 TO TX-PCT
               DISPLAY 'SUBSIDIO DEL TRAMO (EJ. 407.02):'
               ACCEPT TX-SUBSIDIO
           ELSE
               DISPLAY 'CUOTA FIJA DEL TRAMO (EJ. 5.21):'
               ACCEPT TX-CUOTA
               DISPLAY 'PORCENTAJE SOBRE EL EXCEDENTE (EJ. 0.100 = '
                   '10%):'
               ACCEPT TX-PCT
           END-IF.
           WRITE TAX-REC
               INVALID KEY
                   DISPLAY 'ESE NIVEL YA EXISTE, SE IGNORA'
           IF TX-VIG NOT NUMERIC
               DISPLAY 'FECHA INVALIDA'
               PERFORM 110-VIGENCIA.

       120-TIPO.
           DISPLAY 'TABLA (T=TARIFA S=SUBSIDIO PARA EL EMPLEO):'.
           ACCEPT TX-TIPO.
           IF TX-TIPO NOT = 'T' AND TX-TIPO NOT = 'S'
               DISPLAY 'TABLA INVALIDA'
               PERFORM 120-TIPO.
