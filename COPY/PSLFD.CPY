      *****************************************************************
      *    PSL-CTL - REBANADAS DE LA CORRIDA DE NOMINA (FD)           *
      *    DYN-PAYSLC PARTE LA CORRIDA DE UN GRUPO Y PERIODO EN       *
      *    REBANADAS POR RANGO DE ID-EMPL (MODO 'I') O POR CIA-CLV    *
      *    (MODO 'C'); CADA REBANADA CORRE EN SU PROPIA SESION DE     *
      *    DYN-PAYRUN AL MISMO TIEMPO QUE LAS DEMAS, CON SU PROPIO    *
      *    CHECKPOINT PS-ULT-ID (COMO PC-ULT-ID EN PERCTL) Y SUS      *
      *    CONTADORES. PS-REB = 00 ES EL ENCABEZADO DEL PERIODO: EL   *
      *    MODO, LA COMPANIA DE LA CORRIDA (ESPACIOS = TODAS), EL     *
      *    NUMERO DE REBANADAS Y, YA MEZCLADO POR DYN-PAYMRG, LOS     *
      *    TOTALES DEL PERIODO.                                       *
      *    PS-EST EN LAS REBANADAS: 'P' PENDIENTE, 'E' EN PROCESO     *
      *    (O CAIDA), 'T' TERMINADA. EN EL ENCABEZADO: 'P' PLANEADO,  *
      *    'M' MEZCLADO Y PERIODO CERRADO.                            *
      *****************************************************************
       FD  PSL-CTL.
       01  PSL-REC.
           05  PS-KEY.
               10  PS-GRUPO            PIC X.
               10  PS-PERIODO          PIC X(06).
               10  PS-REB              PIC 9(02).
           05  PS-EST                  PIC X.
           05  PS-MODO                 PIC X.
           05  PS-CIA                  PIC X(02).
           05  PS-ID-DESDE             PIC 9(06).
           05  PS-ID-HASTA             PIC 9(06).
           05  PS-ULT-ID               PIC 9(06).
           05  PS-PAGADOS              PIC 9(06).
           05  PS-MONTO                PIC 9(09)V99.
           05  PS-REBANADAS            PIC 9(02).
           05  PS-ELEGIBLES            PIC 9(06).
           05  PS-F-INI                PIC X(08).
           05  PS-H-INI                PIC X(06).
           05  PS-F-FIN                PIC X(08).
           05  PS-H-FIN                PIC X(06).
           05  PS-OPER                 PIC X(06).
