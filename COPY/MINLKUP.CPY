      *****************************************************************
      *    REVISA EL SUELDO DEL EMPLEADO EN TURNO CONTRA EL SALARIO   *
      *    MINIMO DE LA ZONA DE SU SUCURSAL (LC-ZONA-SM EN LOC-MAST:  *
      *    'F' FRONTERA NORTE, OTRA COSA O MATRIZ = GENERAL) VIGENTE  *
      *    EN WS-REF-VIG-PIDE. ASALARIADOS: SUE-MEN CONTRA 30 DIAS DE *
      *    MINIMO; POR HORA: LA JORNADA DE 8 HORAS A TARIFA-HORA      *
      *    CONTRA UN DIA DE MINIMO; COMISION Y DESTAJO NO SE REVISAN  *
      *    (LA CARGA DE PRODUCCION LES COMPLETA EL MINIMO DEL MES EN  *
      *    WS-REF-SM-MES). DEJA WS-REF-MIN-OK = 'N' SI QUEDA          *
      *    DEBAJO (Y EL MINIMO EN WS-REF-SM-ZONA); SIN REF-MAST NO    *
      *    RESTRINGE. REQUIERE COPY REFSTAT/REFLKUP Y LOCSTAT/LOCLKUP *
      *    (CON SUS FILE/FD) DECLARADOS.                              *
      *****************************************************************
       985-CHECA-MINIMO.
           MOVE 'S' TO WS-REF-MIN-OK
           MOVE SUC-CLV TO LC-CLV
           PERFORM 974-LOC-LOOKUP THRU 974-SALIDA
           PERFORM 984-REF-VIGENTE
           IF WS-REF-HALLO = 'S'
               IF LC-ZONA-SM = 'F'
                   MOVE WS-REF-SM-FRONT TO WS-REF-SM-ZONA
               ELSE
                   MOVE WS-REF-SM-GRAL TO WS-REF-SM-ZONA
               END-IF
               COMPUTE WS-REF-SM-MES = WS-REF-SM-ZONA * 30
               IF TIPO-PAGO = 'H'
                   IF TARIFA-HORA * 8 < WS-REF-SM-ZONA
                       MOVE 'N' TO WS-REF-MIN-OK
                   END-IF
               ELSE
                   IF TIPO-PAGO NOT = 'C' AND TIPO-PAGO NOT = 'D'
                       AND SUE-MEN < WS-REF-SM-MES
                       MOVE 'N' TO WS-REF-MIN-OK
                   END-IF
               END-IF
           END-IF.
