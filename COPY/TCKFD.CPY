      *****************************************************************
      *    TCK-SNAP - ESTADO ENVIADO AL RELOJ CHECADOR (FD)           *
      *    UN REGISTRO POR EMPLEADO POR HORA (TIPO-PAGO = 'H') QUE    *
      *    ALGUNA VEZ SE MANDO AL PROVEEDOR DEL RELOJ (DYN-TCKSYNC),  *
      *    CON EL NOMBRE, TURNO Y SUCURSAL ENVIADOS. TK-EST: 'A'      *
      *    ACTIVO EN EL RELOJ / 'B' DADO DE BAJA EN EL RELOJ. EL      *
      *    SIGUIENTE ENVIO SOLO LLEVA LO QUE DIFIERA DE AQUI.         *
      *    TK-CORRIDA MARCA LA ULTIMA CORRIDA QUE ENCONTRO AL         *
      *    EMPLEADO EN EL MAESTRO; EL QUE YA NO ESTA SE MANDA COMO    *
      *    BAJA. EL REGISTRO CON TK-ID-EMPL EN CEROS ES EL CONTROL:   *
      *    TK-F-ENVIO GUARDA LA FECHA DEL ULTIMO ENVIO.               *
      *****************************************************************
       FD  TCK-SNAP.
       01  TCK-REC.
           05  TK-ID-EMPL              PIC 9(06).
           05  TK-NOMBRE               PIC X(30).
           05  TK-TURNO                PIC X.
           05  TK-SUC                  PIC X(03).
           05  TK-EST                  PIC X.
           05  TK-F-ENVIO              PIC X(08).
           05  TK-CORRIDA              PIC X(14).
