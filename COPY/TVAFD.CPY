      *****************************************************************
      *    TAR-VAR - TARIFAS DE DESTAJO Y COMISION (FD)               *
      *    TV-TIPO 'P' PRODUCTO: TV-CLV ES LA CLAVE DEL PRODUCTO DEL  *
      *    FEED, TV-TARIFA EL PAGO POR UNIDAD A DESTAJO Y TV-PCT LA   *
      *    COMISION SOBRE SU VENTA (EN CERO, LA VENTA SE COMISIONA    *
      *    POR BANDA). TV-TIPO 'B' BANDA: TV-CLV ES LA CLAVE DE LA    *
      *    BANDA Y TV-PCT LA COMISION QUE RIGE CUANDO LA VENTA TOTAL  *
      *    DEL PERIODO DEL EMPLEADO LLEGA A TV-DESDE. SE MANTIENE CON *
      *    DYN-TVAMNT.                                                *
      *****************************************************************
       FD  TAR-VAR.
       01  TVA-REC.
           05  TV-KEY.
               10  TV-TIPO             PIC X.
               10  TV-CLV              PIC X(06).
           05  TV-DESC                 PIC X(20).
           05  TV-TARIFA               PIC 9(05)V99.
           05  TV-PCT                  PIC 9V9999.
           05  TV-DESDE                PIC 9(09)V99.
