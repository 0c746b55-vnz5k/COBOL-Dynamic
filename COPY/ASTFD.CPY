      *****************************************************************
      *    AST-CAT - CATALOGO DE ACTIVOS QUE SE PRESTAN (FD)          *
      *    AST-ASG - ENTREGAS Y DEVOLUCIONES POR EMPLEADO (FD)        *
      *    EL CATALOGO TRAE EL VALOR DE REPOSICION SUGERIDO Y LA      *
      *    POLITICA AC-DESCUENTA: 'S' SI EL ACTIVO NO DEVUELTO SE     *
      *    DESCUENTA DEL FINIQUITO, 'N' SI SOLO SE RECLAMA.           *
      *    CADA ENTREGA ES UN RENGLON POR EMPLEADO Y CONSECUTIVO CON  *
      *    SU NUMERO DE SERIE Y VALOR. AA-ESTADO: 'E' EN PODER DEL    *
      *    EMPLEADO / 'D' DEVUELTO / 'P' PENDIENTE DE DEVOLVER TRAS   *
      *    LA BAJA (LISTA DE SALIDA) / 'C' COBRADO EN EL FINIQUITO /  *
      *    'X' CONDONADO O DADO DE BAJA DEL INVENTARIO. AA-F-BAJA ES  *
      *    LA FECHA EN QUE LA BAJA DEL EMPLEADO LO PUSO EN LA LISTA   *
      *    Y AA-COBRO LO QUE SE LE DESCONTO.                          *
      *****************************************************************
       FD  AST-CAT.
       01  ASTCAT-REC.
           05  AC-CLV                  PIC X(06).
           05  AC-DESC                 PIC X(30).
           05  AC-CATEG                PIC X(10).
           05  AC-VALOR                PIC 9(07)V99.
           05  AC-DESCUENTA            PIC X.

       FD  AST-ASG.
       01  ASTASG-REC.
           05  AA-KEY.
               10  AA-ID-EMPL          PIC 9(06).
               10  AA-SEC              PIC 9(03).
           05  AA-CLV                  PIC X(06).
           05  AA-SERIE                PIC X(20).
           05  AA-VALOR                PIC 9(07)V99.
           05  AA-F-ENTREGA            PIC X(08).
           05  AA-F-DEVOL              PIC X(08).
           05  AA-ESTADO               PIC X.
           05  AA-F-BAJA               PIC X(08).
           05  AA-COBRO                PIC 9(07)V99.
