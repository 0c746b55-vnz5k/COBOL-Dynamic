      *********************************************************
      *PROGRAMA - CONSULTA DEL DETALLE DIARIO DEL RELOJ       *
      *CHECADOR (PUNCH-DET). LISTA LOS DIAS CHECADOS DE UN    *
      *EMPLEADO (FECHA, HORAS DEL DIA, TURNO, PROYECTO Y LAS  *
      *CHECADAS DE ENTRADA Y SALIDA), FILTRABLES POR          *
      *MES, CON SUBTOTAL POR SEMANA (LUNES A DOMINGO, LA      *
      *MISMA BASE CON LA QUE DYN-TIMLOAD DERIVA LA EXTRA),    *
      *PARA CONTESTAR "QUE DIAS TRABAJO 12 HORAS ESTE         *
               START PUNCH-DET KEY IS NOT LESS THAN PD-KEY
                   INVALID KEY MOVE 1 TO WS-FLAG
               END-START
               DISPLAY 'FECHA     HORAS  TURNO  PROYECTO  ENTRA  SALE'
               PERFORM 201-LEE UNTIL WS-FLAG = 1
               PERFORM 300-CIERRA-SEMANA
               IF WS-RENGLONES = 0
               MOVE WS-LUNES-JUL TO WS-SEM-LUNES
           END-IF.
           DISPLAY PD-FECHA '  ' PD-HORAS '  ' PD-TURNO
               '  ' PD-PROYECTO '    ' PD-ENTRADA '   ' PD-SALIDA.
           ADD PD-HORAS TO WS-TOT-HORAS.
           ADD PD-HORAS TO WS-SEM-HORAS.
           ADD 1 TO WS-RENGLONES.
