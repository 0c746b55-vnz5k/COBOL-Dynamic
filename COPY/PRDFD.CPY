      *****************************************************************
      *    PRIM-DET - PRIMAS DOMINICAL Y FESTIVO POR PERIODO (FD)     *
      *    UN RENGLON POR EMPLEADO, PERIODO (AAAAMM) Y TIPO ('D'      *
      *    DOMINICAL / 'F' FESTIVO TRABAJADO) CON LOS DIAS, HORAS E   *
      *    IMPORTE QUE DERIVO LA CARGA DE HORAS (DYN-TIMLOAD /        *
      *    DYN-HRSBAT) DEL DETALLE DIARIO PUNCH-DET. LA CORRIDA DE    *
      *    NOMINA LO SUMA AL BRUTO COMO PERCEPCION PROPIA Y LO MARCA  *
      *    PQ-PAGADO = 'S'; UN RENGLON PAGADO YA NO SE RECALCULA.     *
      *    LOS PREMIOS DE PUNTUALIDAD ('P') Y ASISTENCIA ('A') QUE    *
      *    DERIVA DYN-PUNCALC CON PUN-RULES VIAJAN IGUAL; EN ELLOS    *
      *    PQ-DIAS SON LOS RETARDOS O FALTAS CONTADOS EN EL PERIODO.  *
      *****************************************************************
       FD  PRIM-DET.
       01  PRD-REC.
           05  PQ-KEY.
               10  PQ-ID-EMPL          PIC 9(06).
               10  PQ-PERIODO          PIC X(06).
               10  PQ-TIPO             PIC X.
           05  PQ-DIAS                 PIC 9(02).
           05  PQ-HORAS                PIC 9(03)V99.
           05  PQ-IMPORTE              PIC 9(07)V99.
           05  PQ-F-CALC               PIC X(08).
           05  PQ-PAGADO               PIC X.
