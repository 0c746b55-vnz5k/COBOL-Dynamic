      *****************************************************************
      *    LTR-LOG - BITACORA DE CONSTANCIAS LABORALES (FD)           *
      *    UN REGISTRO POR CONSTANCIA EMITIDA, CON FOLIO CONSECUTIVO  *
      *    (EL SIGUIENTE AL MAYOR REGISTRADO): EMPLEADO, PLANTILLA, SI*
      *    LLEVA SUELDO, A QUIEN SE DIRIGE, PARA QUE, EL OPERADOR QUE *
      *    LA EMITIO Y LA GENERACION DEL SPOOL DONDE QUEDO EL TEXTO   *
      *    EXACTO (SE REIMPRIME CON DYN-SPLVIEW). LG-ORIGEN: 'O'      *
      *    CAPTURADA POR EL OPERADOR / 'K' PEDIDA EN EL KIOSCO        *
      *    (LTR-REQ). SE ESCRIBE EN DYN-LTRGEN.                       *
      *****************************************************************
       FD  LTR-LOG.
       01  LTR-REC.
           05  LG-FOLIO                PIC 9(06).
           05  LG-ID-EMPL              PIC 9(06).
           05  LG-PLANTILLA            PIC X(03).
           05  LG-SUELDO               PIC X.
           05  LG-SOLICITA             PIC X(30).
           05  LG-PROPOSITO            PIC X(30).
           05  LG-FECHA                PIC X(08).
           05  LG-HORA                 PIC X(06).
           05  LG-OPER                 PIC X(06).
           05  LG-ORIGEN               PIC X.
           05  LG-SPL-GEN              PIC 9(04).
