      *****************************************************************
      *    REV-LOG - BITACORA DE ACCESOS REVOCADOS (FD)               *
      *    UN RENGLON POR ACCESO QUE 939-REVOCA-ACCESO QUITA AL DAR   *
      *    DE BAJA A UN EMPLEADO: RV-TIPO 'O' CUENTA DE OPERADOR      *
      *    (RV-CUENTA = OP-ID) O 'K' NIP DE KIOSCO. RV-PROGRAMA ES    *
      *    EL PROGRAMA QUE HIZO LA BAJA Y RV-OPER EL OPERADOR FIRMADO *
      *    (BLANCO EN CORRIDAS BATCH).                                *
      *****************************************************************
       FD  REV-LOG.
       01  REV-REC.
           05  RV-FECHA                PIC X(08).
           05  FILLER                  PIC X VALUE SPACE.
           05  RV-HORA                 PIC X(08).
           05  FILLER                  PIC X VALUE SPACE.
           05  RV-PROGRAMA             PIC X(08).
           05  FILLER                  PIC X VALUE SPACE.
           05  RV-ID-EMPL              PIC 9(06).
           05  FILLER                  PIC X VALUE SPACE.
           05  RV-TIPO                 PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  RV-CUENTA               PIC X(06).
           05  FILLER                  PIC X VALUE SPACE.
           05  RV-OPER                 PIC X(06).
