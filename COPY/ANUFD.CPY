      *    AJUSTE DE DICIEMBRE (DYN-AJUANU) CALCULA CON ESTA TARIFA   *
      *    EL IMPUESTO ANUAL CAUSADO Y LO COMPARA CONTRA LO           *
      *    RETENIDO PERIODO A PERIODO. SE MANTIENE EN DYN-ANUMNT.     *
      *    CADA TRAMO LLEVA SU CUOTA FIJA; EL IMPUESTO ES LA CUOTA    *
      *    MAS EL PORCENTAJE SOBRE EL EXCEDENTE DEL LIMITE INFERIOR.  *
      *    LAS TARIFAS SIN CUOTA FIJA SE CONVIERTEN CON DYN-MIGR6.    *
      *****************************************************************
       FD  ANU-MAST.
       01  ANU-REC.
               10  AN-NIVEL            PIC 9(02).
           05  AN-LIM-INF              PIC 9(08).
           05  AN-PCT                  PIC 9V999.
           05  AN-CUOTA                PIC 9(08)V99.
