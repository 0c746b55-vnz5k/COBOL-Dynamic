       01  WS-VIA-STATUS               PIC X(02).
       01  WS-VIAMAST-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\VIAMAST.TXT'.
       01  WS-VIAMAST-PATH             PIC X(80).
       01  WS-VIAD-STATUS              PIC X(02).
       01  WS-VIADET-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\VIADET.TXT'.
       01  WS-VIADET-PATH              PIC X(80).
      *TOPE DE LO EXENTO SIN COMPROBANTE: FRACCION DEL TOTAL DE LA
      *COMPROBACION Y MONTO ANUAL POR EMPLEADO (ART. 28 FR. V LISR);
      *LO QUE LOS REBASA SE PAGA GRAVADO.
       01  WS-VIA-PCT-SC               PIC V99 VALUE .20.
       01  WS-VIA-TOPE-SC              PIC 9(07)V99 VALUE 15000.00.
      *RESULTADO DE 972-CALCULA-VIATICOS PARA EL EMPLEADO EN TURNO:
      *PARTE EXENTA (VA AL NETO SIN PASAR POR EL BRUTO), PARTE
      *GRAVADA (SE SUMA AL BRUTO ANTES DEL ISR), ANTICIPO YA
      *ENTREGADO QUE SE DESCUENTA DEL NETO Y ANTICIPOS NUEVOS QUE
      *SE ENTREGAN EN ESTE PAGO. FUERA DE LA NOMINA QUEDAN EN CERO.
       01  WS-VIA-EXE                  PIC 9(07)V99 VALUE 0.
       01  WS-VIA-GRAV                 PIC 9(07)V99 VALUE 0.
       01  WS-VIA-ANT                  PIC 9(07)V99 VALUE 0.
       01  WS-VIA-ANTPAG               PIC 9(07)V99 VALUE 0.
      *RUTA QUE SE PAGA ('N' NOMINA, 'S' SUPLEMENTARIA), GRUPO QUE
      *QUEDA EN VI-GRUPO Y, CON WS-VIA-APLICA = 'S', MARCA DE
      *PAGADO EN LO TOMADO (SOLO LAS CORRIDAS QUE PAGAN).
       01  WS-VIA-RUTA                 PIC X VALUE 'N'.
       01  WS-VIA-GRUPO                PIC X.
       01  WS-VIA-APLICA               PIC X VALUE 'N'.
      *CON 'S' (FINIQUITO DE BAJA) SE TOMAN LAS COMPROBACIONES
      *APROBADAS DE CUALQUIER RUTA Y NINGUN ANTICIPO NUEVO.
       01  WS-VIA-BAJA                 PIC X VALUE 'N'.
       01  WS-VIA-NETO                 PIC S9(07)V99.
       01  WS-VIA-FLAG                 PIC 9.
      *ANTICIPO QUE EL NETO NO ALCANZO A DESCONTAR Y ANTICIPOS DEL
      *EMPLEADO DONDE SE VUELVE A ABRIR (972-VIA-RECUPERA).
       01  WS-VIA-FALTA                PIC 9(07)V99.
       01  WS-VIA-DEV                  PIC 9(07)V99.
       01  WS-VIA-TABLA.
           05  WS-VIA-T-FOLIO          PIC 9(04) OCCURS 50 TIMES.
       01  WS-VIA-T-USADOS             PIC 9(02).
       01  WS-VIA-T-I                  PIC 9(02).
      *COMPROBACIONES CON ANTICIPO TOMADAS EN EL PAGO Y LO QUE DE
      *ANTICIPO SE LES REGRESA AL REABRIRLO.
       01  WS-VIA-C-TABLA.
           05  WS-VIA-C-FOLIO          PIC 9(04) OCCURS 50 TIMES.
       01  WS-VIA-C-USADOS             PIC 9(02).
       01  WS-VIA-REAB                 PIC 9(07)V99.
