      *********************************************************
      *PROGRAMA - MANTENIMIENTO DE LA TARIFA ANUAL DE         *
      *IMPUESTO (ANU-MAST). CREA / AGREGA TRAMOS ANUALES      *
      *(NIVEL, LIMITE INFERIOR DEL INGRESO ANUAL, CUOTA FIJA, *
      *PORCENTAJE SOBRE EL EXCEDENTE)                         *
      *BAJO SU FECHA DE ENTRADA EN VIGOR, EN EL MISMO ESTILO  *
      *QUE DYN-TAXMNT MANTIENE LA TABLA POR PERIODO. EL       *
      *AJUSTE ANUAL DE DICIEMBRE (DYN-AJUANU) CALCULA CON     *
           ACCEPT AN-NIVEL.
           DISPLAY 'LIMITE INFERIOR DEL INGRESO ANUAL:'.
           ACCEPT AN-LIM-INF.
           DISPLAY 'CUOTA FIJA DEL TRAMO:'.
           ACCEPT AN-CUOTA.
           DISPLAY 'PORCENTAJE SOBRE EL EXCEDENTE (EJ. 0.100 = 10%):'.
           ACCEPT AN-PCT.
           WRITE ANU-REC
               INVALID KEY
                   DISPLAY 'ESE TRAMO YA EXISTE, SE IGNORA'
