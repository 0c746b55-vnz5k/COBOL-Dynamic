      *****************************************************************
      *    PUN-RULES - REGLAS DE PREMIO DE PUNTUALIDAD Y ASISTENCIA   *
      *    (FD). UN REGISTRO POR PREMIO: 'P' PUNTUALIDAD, QUE CUENTA  *
      *    LOS RETARDOS DEL PERIODO CONTRA LA ENTRADA DEL TURNO EN    *
      *    SHIFT-MAST (SOLO EMPLEADOS DEL RELOJ, TIPO-PAGO = 'H') /   *
      *    'A' ASISTENCIA, QUE CUENTA LAS FALTAS INJUSTIFICADAS       *
      *    ('F') DE ABS-DIARIO. SE GANA CON A LO MAS PU-MAX-INC       *
      *    INCIDENCIAS (0 = NINGUNA) Y PAGA PU-PCT DEL PAGO BASE DEL  *
      *    PERIODO MAS PU-FIJO. SIN REGISTRO NO HAY PREMIO. SE        *
      *    MANTIENE EN DYN-PUNMNT Y LO APLICA DYN-PUNCALC.            *
      *****************************************************************
       FD  PUN-RULES.
       01  PUN-REC.
           05  PU-CLV                  PIC X.
           05  PU-DESC                 PIC X(20).
           05  PU-MAX-INC              PIC 9(02).
           05  PU-PCT                  PIC 9V999.
           05  PU-FIJO                 PIC 9(05)V99.
