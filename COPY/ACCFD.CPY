      *****************************************************************
      *    ACC-MAST - REGISTRO DE RIESGOS DE TRABAJO (FD)             *
      *    UNO POR ACCIDENTE, CON LA LLAVE DEL FOLIO IMSS DE LA       *
      *    INCAPACIDAD YA CAPTURADA EN ABS-DIARIO (RAZON 'I'), ASI    *
      *    SE DISTINGUE EL ACCIDENTE DE TRABAJO DE LA ENFERMEDAD      *
      *    GENERAL. AC-TIPO: 'T' EN EL CENTRO DE TRABAJO / 'R' EN     *
      *    TRAYECTO (NO ENTRA A LA SINIESTRALIDAD). AC-DIAS SON LOS   *
      *    DIAS SUBSIDIADOS QUE LLEVA, AC-PCT-INC EL PORCENTAJE DE    *
      *    INCAPACIDAD PERMANENTE DICTAMINADO Y AC-DEFUNCION 'S'      *
      *    SI EL TRABAJADOR FALLECIO. AC-CIA ES LA COMPANIA DEL       *
      *    EMPLEADO AL OCURRIR. SE MANTIENE EN DYN-ACCMNT Y LO LEE    *
      *    LA DETERMINACION ANUAL DE LA PRIMA (DYN-PRIMRT).           *
      *****************************************************************
       FD  ACC-MAST.
       01  ACC-REC.
           05  AC-FOLIO                PIC X(10).
           05  AC-ID-EMPL              PIC 9(06).
           05  AC-CIA                  PIC X(02).
           05  AC-FECHA                PIC X(08).
           05  AC-TIPO                 PIC X.
           05  AC-DIAS                 PIC 9(04).
           05  AC-PCT-INC              PIC 9(03)V99.
           05  AC-DEFUNCION            PIC X.
           05  AC-OPER-ID              PIC X(06).
