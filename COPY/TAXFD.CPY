      *****************************************************************
      *    TAX-MAST - TABLA DE RETENCION DE IMPUESTO (FD)             *
      *    UN REGISTRO POR VERSION (FECHA EN QUE ENTRA EN VIGOR),     *
      *    TIPO DE TABLA Y TRAMO. LAS VERSIONES FUTURAS SE CARGAN     *
      *    POR ADELANTADO EN DYN-TAXMNT; 916-CALCULA-ISR APLICA LA    *
      *    VERSION VIGENTE EN LA FECHA QUE PIDA EL LLAMADOR (EL       *
      *    PERIODO QUE SE PAGA, O LA DE ENTONCES EN UN RECALCULO      *
      *    HISTORICO). TX-TIPO:                                       *
      *      'T' TARIFA: DEL TRAMO MAS ALTO CUYO LIMITE INFERIOR NO   *
      *          REBASE EL BRUTO SE COBRA LA CUOTA FIJA MAS EL        *
      *          PORCENTAJE SOBRE EL EXCEDENTE DEL LIMITE INFERIOR.   *
      *      'S' SUBSIDIO PARA EL EMPLEO: DEL TRAMO MAS ALTO CUYO     *
      *          LIMITE NO REBASE EL BRUTO SE TOMA EL SUBSIDIO        *
      *          (TX-SUBSIDIO, EN EL LUGAR DE LA CUOTA FIJA; EL       *
      *          PORCENTAJE VA EN CERO). EL ULTIMO TRAMO CON SUBSIDIO *
      *          CERO MARCA DONDE TERMINA.                            *
      *    LAS TABLAS ANTERIORES (SIN VIGENCIA) SE CONVIERTEN CON     *
      *    DYN-MIGR3, Y LAS DE VIGENCIA SIN CUOTA FIJA CON DYN-MIGR6. *
      *****************************************************************
       FD  TAX-MAST.
       01  TAX-REC.
           05  TX-KEY.
               10  TX-VIG              PIC X(08).
               10  TX-TIPO             PIC X.
               10  TX-NIVEL            PIC 9(02).
           05  TX-LIM-INF              PIC 9(07).
           05  TX-PCT                  PIC 9V999.
           05  TX-CUOTA                PIC 9(07)V99.
           05  TX-SUBSIDIO REDEFINES TX-CUOTA
                                       PIC 9(07)V99.
