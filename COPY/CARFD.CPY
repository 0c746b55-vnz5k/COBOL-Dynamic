      *****************************************************************
      *    CAR-SNAP - ULTIMO ESTADO ENVIADO A LA ASEGURADORA (FD)     *
      *    UN REGISTRO POR PLAN DE BEN-MAST, EMPLEADO Y PERSONA       *
      *    CUBIERTA (CS-SEC 00 = EL EMPLEADO, 01-10 = EL DEPENDIENTE  *
      *    DN-SEC DE DPN-MAST) CON LO QUE SE LE MANDO EN EL ULTIMO    *
      *    ARCHIVO DE MOVIMIENTOS (DYN-CARFEED). CS-EST: 'A' VIGENTE  *
      *    ENVIADA / 'B' BAJA ENVIADA. EL SIGUIENTE ARCHIVO SOLO      *
      *    LLEVA LO QUE DIFIERA DE AQUI. CS-CORRIDA MARCA LA ULTIMA   *
      *    CORRIDA QUE ENCONTRO A LA PERSONA CUBIERTA; LA QUE YA NO   *
      *    APARECE SE MANDA COMO BAJA. EL REGISTRO CON CS-ID-EMPL Y   *
      *    CS-SEC EN CEROS ES EL CONTROL DEL PLAN: CS-F-ENVIO GUARDA  *
      *    LA FECHA DEL ULTIMO ARCHIVO ENVIADO.                       *
      *****************************************************************
       FD  CAR-SNAP.
       01  CAR-REC.
           05  CS-KEY.
               10  CS-PLAN             PIC X(03).
               10  CS-ID-EMPL          PIC 9(06).
               10  CS-SEC              PIC 9(02).
           05  CS-NOMBRE               PIC X(30).
           05  CS-PARENTESCO           PIC X.
           05  CS-F-NAC                PIC X(08).
           05  CS-CURP                 PIC X(18).
           05  CS-F-INICIO             PIC X(08).
           05  CS-F-FIN                PIC X(08).
           05  CS-EST                  PIC X.
           05  CS-F-ENVIO              PIC X(08).
           05  CS-CORRIDA              PIC X(14).
