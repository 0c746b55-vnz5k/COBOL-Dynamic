      *    TERCERO. LO ALIMENTA LA CORRIDA DE ENTEROS (DYN-REMVCH) Y  *
      *    EL ENVEJECIMIENTO (DYN-REMAGE) EXHIBE LO RETENIDO Y NO     *
      *    ENTERADO, PARA QUE EL DINERO AJENO NO DUERMA EN LIMBO.     *
      *    RC-TIPO: 'I' IMPUESTO / 'S' IMSS / 'B' PLAN / 'J' JUZGADO  *
      *    / 'N' INFONAVIT / 'E' IMPUESTO SOBRE NOMINAS DEL ESTADO    *
      *    (DYN-ISNRUN, CLAVE COMPANIA + ESTADO; ES CARGO PATRONAL,   *
      *    NO RETENCION) / 'U' CUOTA SINDICAL (CLAVE = SINDICATO DE   *
      *    SND-CAT, LISTADO DE AFILIADOS EN DYN-SNDREM).              *
      *****************************************************************
       FD  REM-CTL.
       01  REM-REC.
               10  RC-PERIODO          PIC X(06).
               10  RC-TIPO             PIC X.
               10  RC-CLAVE            PIC X(10).
           05  RC-MONTO                PIC 9(09)V99.
           05  RC-ENTERADO             PIC X.
           05  RC-FECHA-ENTERO         PIC X(08).
