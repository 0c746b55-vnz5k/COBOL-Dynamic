      *****************************************************************
      *    LOA-MAST - LICENCIAS (AUSENCIAS PROLONGADAS) (FD)          *
      *    UN REGISTRO POR LICENCIA DEL EMPLEADO, POR SU FECHA DE     *
      *    INICIO. MIENTRAS ESTA ABIERTA (LO-EST 'A') EL EMPLEADO     *
      *    LLEVA EMP-STATUS 'L': SIGUE EN LA PLANTILLA Y CONSERVA SU  *
      *    ANTIGUEDAD, PERO LA NOMINA NO LE PAGA Y NO DEVENGA         *
      *    VACACIONES. LO-TIPO: 'M' MATERNIDAD / 'E' INCAPACIDAD      *
      *    PROLONGADA / 'S' PERMISO SIN GOCE / 'B' SABATICO.          *
      *    LO-IMSS LO FIJA EL TIPO: 'P' LA EMPRESA SIGUE CUBRIENDO LA *
      *    CUOTA PATRONAL (INCAPACIDADES, EL SUBSIDIO LO PAGA EL      *
      *    IMSS) / 'N' SE SUSPENDE LA COTIZACION. LO-F-REG-EST ES EL  *
      *    REGRESO ESPERADO Y LO-F-REG EL REAL, QUE CIERRA LA         *
      *    LICENCIA ('C'). SE CAPTURA Y SE CIERRA EN DYN-LOAMNT;      *
      *    DYN-LOARPT LISTA LOS REGRESOS PENDIENTES.                  *
      *****************************************************************
       FD  LOA-MAST.
       01  LOA-REC.
           05  LO-KEY.
               10  LO-ID-EMPL          PIC 9(06).
               10  LO-F-INI            PIC X(08).
           05  LO-TIPO                 PIC X.
           05  LO-IMSS                 PIC X.
           05  LO-F-REG-EST            PIC X(08).
           05  LO-F-REG                PIC X(08).
           05  LO-EST                  PIC X.
           05  LO-MOTIVO               PIC X(30).
           05  LO-OPER                 PIC X(06).
           05  LO-F-CAP                PIC X(08).
           05  LO-OPER-REG             PIC X(06).
