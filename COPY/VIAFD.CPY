      *****************************************************************
      *    VIA-MAST - COMPROBACIONES DE VIATICOS Y ANTICIPOS (FD)     *
      *    UN REGISTRO POR EMPLEADO Y FOLIO. VI-TIPO 'C' ES UNA       *
      *    COMPROBACION DE GASTOS DE VIAJE (SUS RENGLONES EN VIA-DET) *
      *    Y 'A' UN ANTICIPO ENTREGADO ANTES DEL VIAJE. VI-EST: 'C'   *
      *    CAPTURADO (PENDIENTE DE APROBAR) / 'A' APROBADO POR EL     *
      *    JEFE (SUP-ID DEL EMPLEADO) / 'R' RECHAZADO / 'X' CANCELADO *
      *    / 'P' PAGADO / 'L' ANTICIPO LIQUIDADO (YA COMPROBADO O     *
      *    PASADO A LOAN-MAST). VI-PAGO-VIA DICE POR DONDE SE PAGA LO *
      *    APROBADO: 'N' LA SIGUIENTE CORRIDA DE NOMINA, 'S' LA       *
      *    CORRIDA SUPLEMENTARIA (DYN-SUPRUN MODO V). EN UNA          *
      *    COMPROBACION VI-EXENTO / VI-GRAVADO SON LA PARTE EXENTA Y  *
      *    LA QUE PASA POR EL ISR (SE FIJAN AL APROBAR), VI-EXE-SC LO *
      *    EXENTO SIN COMPROBANTE (CUENTA CONTRA EL TOPE ANUAL) Y     *
      *    VI-ANT-APL LO QUE SE DESCONTO DE ANTICIPOS YA PAGADOS; EN  *
      *    UN ANTICIPO VI-ANT-APL ES LO YA COMPROBADO Y EL SALDO      *
      *    (VI-TOTAL - VI-ANT-APL) LO DEBE EL EMPLEADO. VI-PRESTAMO   *
      *    ES EL LN-NUM CON QUE ESE SALDO PASO A LOAN-MAST.           *
      *****************************************************************
       FD  VIA-MAST.
       01  VIA-REC.
           05  VI-KEY.
               10  VI-ID-EMPL          PIC 9(06).
               10  VI-FOLIO            PIC 9(04).
           05  VI-TIPO                 PIC X.
           05  VI-F-CAPTURA            PIC X(08).
           05  VI-OPER-CAP             PIC X(06).
           05  VI-DESTINO              PIC X(20).
           05  VI-MOTIVO               PIC X(30).
           05  VI-F-SALIDA             PIC X(08).
           05  VI-F-REGRESO            PIC X(08).
           05  VI-EST                  PIC X.
           05  VI-APR-ID               PIC 9(06).
           05  VI-APR-OPER             PIC X(06).
           05  VI-F-APR                PIC X(08).
           05  VI-PAGO-VIA             PIC X.
           05  VI-TOTAL                PIC 9(07)V99.
           05  VI-EXENTO               PIC 9(07)V99.
           05  VI-GRAVADO              PIC 9(07)V99.
           05  VI-EXE-SC               PIC 9(07)V99.
           05  VI-ANT-APL              PIC 9(07)V99.
           05  VI-PERIODO              PIC X(06).
           05  VI-GRUPO                PIC X.
           05  VI-F-PAGO               PIC X(08).
           05  VI-PRESTAMO             PIC X(04).
      *****************************************************************
      *    VIA-DET - RENGLONES DE UNA COMPROBACION DE VIATICOS (FD)   *
      *    VG-CONCEPTO: 'H' HOSPEDAJE / 'A' ALIMENTOS / 'T'           *
      *    TRANSPORTE / 'O' OTROS. VG-COMPROB = 'S' SI EL GASTO TRAE  *
      *    COMPROBANTE FISCAL; SIN EL SOLO ES EXENTO HASTA EL TOPE    *
      *    (WS-VIA-PCT-SC DE LA COMPROBACION Y WS-VIA-TOPE-SC AL ANO).*
      *****************************************************************
       FD  VIA-DET.
       01  VIADET-REC.
           05  VG-KEY.
               10  VG-ID-EMPL          PIC 9(06).
               10  VG-FOLIO            PIC 9(04).
               10  VG-RENG             PIC 9(02).
           05  VG-FECHA                PIC X(08).
           05  VG-CONCEPTO             PIC X.
           05  VG-DESC                 PIC X(20).
           05  VG-MONTO                PIC 9(07)V99.
           05  VG-COMPROB              PIC X.
