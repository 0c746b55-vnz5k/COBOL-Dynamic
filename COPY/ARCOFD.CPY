      *****************************************************************
      *    ARCO-MAST - SOLICITUDES DE DERECHOS ARCO (FD)              *
      *    UNA POR EMPLEADO, FECHA DE RECEPCION Y TIPO: 'A' ACCESO,   *
      *    'R' RECTIFICACION, 'C' CANCELACION, 'O' OPOSICION.         *
      *    AO-F-LIMITE ES LA FECHA LEGAL DE RESPUESTA (20 DIAS        *
      *    HABILES SEGUN CAL-MAST). AO-ESTADO: 'P' PENDIENTE, 'A'     *
      *    APROBADA, 'N' NEGADA, 'T' ATENDIDA, 'B' CANCELACION YA     *
      *    APLICADA (DATOS BLOQUEADOS). SE MANTIENE CON DYN-ARCO.     *
      *****************************************************************
       FD  ARCO-MAST.
       01  ARCO-REC.
           05  AO-KEY.
               10  AO-ID-EMPL          PIC 9(06).
               10  AO-F-RECIBE         PIC X(08).
               10  AO-TIPO             PIC X.
           05  AO-F-LIMITE             PIC X(08).
           05  AO-ESTADO               PIC X.
           05  AO-OPER-ALTA            PIC X(06).
           05  AO-OPER-RESUELVE        PIC X(06).
           05  AO-F-RESUELVE           PIC X(08).
           05  AO-F-DOSIER             PIC X(08).
           05  AO-NOTA                 PIC X(40).
