      *****************************************************************
      *    VAR-DET - DETALLE DE PRODUCCION Y VENTAS (FD)              *
      *    UN RENGLON POR EMPLEADO, PERIODO (AAAAMM) Y PRODUCTO CON   *
      *    LAS UNIDADES PRODUCIDAS Y EL IMPORTE VENDIDO QUE TRAJO EL  *
      *    FEED (DYN-VARLOAD), Y EL PAGO QUE LE TOCO CON LA TARIFA    *
      *    DEL PRODUCTO O LA BANDA DE COMISION (TAR-VAR). DE AQUI SE  *
      *    RECALCULA COMPLETO EL TOTAL DEL PERIODO EN VAR-PER.        *
      *****************************************************************
       FD  VAR-DET.
       01  VDT-REC.
           05  VD-KEY.
               10  VD-ID-EMPL          PIC 9(06).
               10  VD-PERIODO          PIC X(06).
               10  VD-PRODUCTO         PIC X(06).
           05  VD-UNIDADES             PIC 9(07)V99.
           05  VD-VENTAS               PIC 9(09)V99.
           05  VD-IMPORTE              PIC 9(07)V99.
           05  VD-F-CARGA              PIC X(08).
