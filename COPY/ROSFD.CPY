      *****************************************************************
      *    ROSTER - PROGRAMA DE TRABAJO POR EMPLEADO Y DIA (FD)       *
      *    UN REGISTRO POR EMPLEADO Y FECHA CON LO QUE SE LE PROGRAMO *
      *    TRABAJAR: RS-TRABAJA 'S' DIA DE TRABAJO CON SU TURNO DE    *
      *    SHIFT-MAST, HORAS PLANEADAS Y SUCURSAL DE LOC-MAST (EN     *
      *    BLANCO ES LA MATRIZ) / 'N' DESCANSO PROGRAMADO. SE CAPTURA *
      *    POR SEMANA EN DYN-ROSMNT, COPIANDO HACIA ADELANTE LA       *
      *    SEMANA PATRON, Y DYN-ROSEXC LO CRUZA CONTRA PUNCH-DET,     *
      *    ABS-DIARIO Y LV-REQ. UN DIA SIN REGISTRO NO ESTA           *
      *    PROGRAMADO. LA LLAVE ALTERNA RS-FECHA RECORRE UN DIA.      *
      *****************************************************************
       FD  ROSTER.
       01  ROSTER-REC.
           05  RS-KEY.
               10  RS-ID-EMPL          PIC 9(06).
               10  RS-FECHA            PIC X(08).
           05  RS-TRABAJA              PIC X.
           05  RS-TURNO                PIC X.
           05  RS-HORAS                PIC 9(02)V99.
           05  RS-SUC                  PIC X(03).
           05  RS-OPER                 PIC X(06).
           05  RS-F-CAP                PIC X(08).
