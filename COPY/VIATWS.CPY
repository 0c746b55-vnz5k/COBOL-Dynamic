      *****************************************************************
      *    VIATICOS DE UN PERIODO POR EMPLEADO, TOMADOS DE LOS        *
      *    RENGLONES 'Y' DE DEDDET POR 972-VIA-CARGA-DED: EXENTO      *
      *    (VIAEXE), GRAVADO (VIAGRV, VA DENTRO DE PH-PAGO-BRUTO),    *
      *    ANTICIPO COMPROBADO DESCONTADO (VIAANT) Y ANTICIPO         *
      *    ENTREGADO (VIAANTP). WS-VT-GRUPO EN BLANCO TOMA TODOS LOS  *
      *    GRUPOS DEL PERIODO; CON GRUPO, ESE GRUPO Y LOS RENGLONES   *
      *    SIN GRUPO (ANTERIORES AL CAMPO).                           *
      *****************************************************************
       01  WS-VT-PERIODO               PIC X(06).
       01  WS-VT-GRUPO                 PIC X.
       01  WS-VT-TABLA.
           05  WS-VT-ENT OCCURS 2000 TIMES.
               10  WS-VT-ID            PIC 9(06).
               10  WS-VT-EXE           PIC 9(07)V99.
               10  WS-VT-GRV           PIC 9(07)V99.
               10  WS-VT-ANT           PIC 9(07)V99.
               10  WS-VT-ANTP          PIC 9(07)V99.
       01  WS-VT-USADOS                PIC 9(04) VALUE 0.
       01  WS-VT-I                     PIC 9(04).
      *ID QUE SE BUSCA CON 972-VIA-BUSCA Y SU RENGLON (0 = NO HAY).
       01  WS-VT-PIDE                  PIC 9(06).
       01  WS-VT-ENC                   PIC 9(04).
       01  WS-VT-FLAG                  PIC 9.
