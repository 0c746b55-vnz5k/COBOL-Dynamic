      *****************************************************************
      *    LTP-MAST - PLANTILLAS DE CONSTANCIAS LABORALES (FD)        *
      *    UNA PLANTILLA POR CLAVE (LP-CLV) CON SU TITULO EN EL       *
      *    RENGLON 00 Y EL TEXTO EN LOS RENGLONES 01 A 40. EL TEXTO   *
      *    LLEVA CAMPOS ENTRE AMPERSANDS QUE LA CONSTANCIA LLENA DEL  *
      *    MAESTRO: &NOMBRE& &RFC& &CURP& &NSS& &FING& &PUESTO&       *
      *    &DEPTO& &CIA& &SUELDO& &FECHA& &FOLIO& &SOLICITA&          *
      *    &PROPOSITO&. UN RENGLON CON LP-SUELDO = 'S' SOLO SALE EN LA*
      *    CONSTANCIA CON SUELDO. LA CLAVE 'FIR' ESTA RESERVADA AL    *
      *    FIRMANTE DE RECURSOS HUMANOS (RENGLON 01 NOMBRE, 02 CARGO),*
      *    QUE FIRMA TODAS LAS CONSTANCIAS. SE MANTIENE EN DYN-LTPMNT.*
      *****************************************************************
       FD  LTP-MAST.
       01  LTP-REC.
           05  LP-KEY.
               10  LP-CLV              PIC X(03).
               10  LP-RENG             PIC 9(02).
           05  LP-SUELDO               PIC X.
           05  LP-TEXTO                PIC X(70).
