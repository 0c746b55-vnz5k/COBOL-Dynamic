      *    RUTA DEL CALENDARIO CAL-MAST QUE LE APLICA (CADA SITIO     *
      *    TIENE SUS PROPIOS FERIADOS; EN BLANCO USA EL CALENDARIO    *
      *    GENERAL). EL EMPLEADO TRAE SU SUCURSAL EN SUC-CLV          *
      *    (DYN-ADD / DYN-EDIT); EN BLANCO ES LA MATRIZ. LA ZONA DE   *
      *    SALARIO MINIMO ('G' GENERAL / 'F' FRONTERA NORTE) DECIDE   *
      *    CONTRA QUE MINIMO DE REF-MAST SE REVISA EL SUELDO. EL      *
      *    ESTADO, LA TASA DEL IMPUESTO SOBRE NOMINAS (ISN) Y SUS     *
      *    CUENTAS DE GASTO Y PASIVO LOS USA LA CORRIDA MENSUAL DEL   *
      *    ISN (DYN-ISNRUN); LA MATRIZ SE CATALOGA CON CLAVE EN       *
      *    BLANCO PARA QUE TAMBIEN PAGUE SU ESTADO.                   *
      *****************************************************************
       FD  LOC-MAST.
       01  LOC-REC.
           05  LC-NOM                  PIC X(30).
           05  LC-DIR                  PIC X(40).
           05  LC-CAL-PATH             PIC X(80).
           05  LC-ZONA-SM              PIC X.
           05  LC-ESTADO               PIC X(03).
           05  LC-ISN-TASA             PIC 9V9999.
           05  LC-CTA-ISN-GTO          PIC X(08).
           05  LC-CTA-ISN-PAS          PIC X(08).
