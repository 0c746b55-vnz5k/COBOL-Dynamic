      *****************************************************************
      *    VAR-PER - PAGO VARIABLE POR PERIODO (FD)                   *
      *    UN RENGLON POR EMPLEADO DE COMISION (TIPO-PAGO = 'C') O    *
      *    DESTAJO ('D') Y PERIODO (AAAAMM), TOTALIZADO POR LA CARGA  *
      *    DE PRODUCCION Y VENTAS (DYN-VARLOAD) DESDE SU DETALLE      *
      *    VAR-DET CON LAS TARIFAS DE TAR-VAR: UNIDADES, VENTAS, EL   *
      *    PAGO VARIABLE QUE RESULTA, EL MINIMO DEL MES DE LA ZONA Y  *
      *    EL COMPLEMENTO QUE LO LLEVA AL MINIMO CUANDO EL VARIABLE   *
      *    QUEDA DEBAJO. 912-CALCULA-PAGO TOMA VARIABLE MAS           *
      *    COMPLEMENTO COMO PAGO BASE; LA CORRIDA DE NOMINA LO MARCA  *
      *    VP-PAGADO = 'S' Y UN RENGLON PAGADO YA NO SE RECALCULA.    *
      *****************************************************************
       FD  VAR-PER.
       01  VAR-REC.
           05  VP-KEY.
               10  VP-ID-EMPL          PIC 9(06).
               10  VP-PERIODO          PIC X(06).
           05  VP-TIPO                 PIC X.
           05  VP-UNIDADES             PIC 9(07)V99.
           05  VP-VENTAS               PIC 9(09)V99.
           05  VP-IMPORTE              PIC 9(07)V99.
           05  VP-MINIMO               PIC 9(07)V99.
           05  VP-COMPL                PIC 9(07)V99.
           05  VP-F-CALC               PIC X(08).
           05  VP-PAGADO               PIC X.
