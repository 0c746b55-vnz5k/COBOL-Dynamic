      *****************************************************************
      *    PRI-RULES - REGLAS DE PRIMA DOMINICAL Y FESTIVO (FD)       *
      *    UN REGISTRO POR REGLA: 'D' DOMINGO TRABAJADO / 'F'         *
      *    DESCANSO OBLIGATORIO (FERIADO DE CAL-MAST) TRABAJADO. EL   *
      *    PORCENTAJE SE APLICA SOBRE LA BASE PI-BASE: 'J' LA CUOTA   *
      *    DE LA JORNADA (TARIFA-HORA POR 8) POR DIA TRABAJADO, 'H'   *
      *    LAS HORAS TRABAJADAS ESE DIA A TARIFA-HORA. DE LEY: 'D'    *
      *    0.25 SOBRE 'J' Y 'F' 2.00 (PAGO DOBLE ADICIONAL) SOBRE     *
      *    'H'. SE MANTIENE EN DYN-PRIMNT.                            *
      *****************************************************************
       FD  PRI-RULES.
       01  PRI-REC.
           05  PI-CLV                  PIC X.
           05  PI-DESC                 PIC X(20).
           05  PI-PCT                  PIC 9V99.
           05  PI-BASE                 PIC X.
